      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMXFER.
       AUTHOR.        Otto B. Fun.
      *
      * BULK MEMBER TRANSFER BETWEEN BRANCHES.
      *
      * WHEN A BRANCH CLOSES OR IS CONSOLIDATED, EVERY MEMBER STILL
      * CARRYING ITS CODE HAS TO BE MOVED TO THE RECEIVING BRANCH.
      * MTMBRNM'S CLOSE SWEEP LISTS THEM; THIS PROGRAM MOVES THEM.
      * IT TAKES ONE CARD PER CLOSING BRANCH (XFRCARD), PROVES EACH
      * CARD AGAINST THE BRANCH REFERENCE MASTER (BRANCHF), READS THE
      * CURRENT MASTER GENERATION (MASTIN, MTMREC01 IN ITS
      * HEADER/TRAILER ENVELOPE), AND CUTS ONE "T" TRANSFER
      * TRANSACTION (XFROUT, MTMTRN01 LAYOUT, MEMBER-ID ORDER) FOR
      * EVERY MEMBER ON A SENDING BRANCH.  THE TRANSFERS DO NOT TOUCH
      * THE MASTER HERE: THE NIGHTLY UPDATE MERGES THEM ON RECIN6 AND
      * APPLIES THEM LIKE ANY OTHER MAINTENANCE, SO EACH MEMBER MOVED
      * GETS ITS LAST-MAINTENANCE STAMP, A DELTA RECORD, AND A NEW
      * HISTORY VERSION DATED THE DAY IT MOVED, AND A TRANSFER DATED
      * AFTER THE RUN DATE IS HELD UNTIL ITS DATE THE SAME WAY A
      * BRANCH'S FUTURE-DATED CHANGE IS.
      *
      * THE REGISTER (XFRRPT) LISTS EVERY CARD AND EVERY MEMBER
      * TRANSFERRED, THEN A BALANCING SHEET GIVING EACH SENDING AND
      * RECEIVING BRANCH'S MEMBER COUNT AND TOTAL AMOUNT BEFORE AND
      * AFTER THE TRANSFERS, PROVING THE SENDING BRANCHES EMPTIED
      * AND THAT NO MEMBER OR DOLLAR WAS LOST OR MADE BETWEEN THEM.
      *
      * TRANSFER CARDS, ONE PER CARD:
      *   COLS 1-4    SENDING (CLOSING) BRANCH - MUST BE ON BRANCHF
      *   COLS 5-8    RECEIVING BRANCH - MUST BE ON BRANCHF, OPEN,
      *               AND NOT SCHEDULED TO CLOSE ON OR BEFORE THE
      *               EFFECTIVE DATE
      *   COLS 9-16   EFFECTIVE DATE (CCYYMMDD), NOT BEFORE THE RUN
      *               DATE
      * "*" IN COLUMN 1 IS A COMMENT AND A BLANK CARD IS IGNORED.  A
      * BRANCH MAY SEND ON ONLY ONE CARD, AND A BRANCH THAT SENDS MAY
      * NOT ALSO RECEIVE.  THE DECK IS ALL OR NOTHING: ONE BAD CARD,
      * OR TRANSFERS FROM AN EARLIER RUN THE NIGHTLY UPDATE HAS NOT
      * YET PICKED UP (XFRPEND NOT EMPTY), AND NO TRANSFERS ARE CUT
      * AT ALL AND THE RUN ENDS RC=8, SO HALF A CONSOLIDATION CAN
      * NEVER GO THROUGH.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CARD-IN    ASSIGN TO XFRCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-XFRCARD-STATUS.
           SELECT BRN-IN     ASSIGN TO BRANCHF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BRANCHF-STATUS.
           SELECT MAST-IN    ASSIGN TO MASTIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MASTIN-STATUS.
           SELECT XFR-PEND   ASSIGN TO XFRPEND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-XFRPEND-STATUS.
           SELECT XFR-OUT    ASSIGN TO XFROUT
                  FILE STATUS  IS WS-XFROUT-STATUS.
           SELECT XFR-RPT    ASSIGN TO XFRRPT
                  FILE STATUS  IS WS-XFRRPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARD-IN    RECORDING MODE F.
       01  CARD-IN-MSG.
           05  CRD-FROM-BRANCH      PIC X(04).
           05  CRD-TO-BRANCH        PIC X(04).
           05  CRD-EFFECTIVE-DATE   PIC X(08).
           05  CRD-EFF-DATE-N REDEFINES CRD-EFFECTIVE-DATE
                                    PIC 9(08).
           05  FILLER               PIC X(64).
       01  CARD-FLAG-REC.
           05  CRD-FLAG-BYTE        PIC X(01).
           05  FILLER               PIC X(79).
      *
       FD  BRN-IN     RECORDING MODE F.
       01  BRN-IN-MSG.
           COPY MTMBRN01.
      *
       FD  MAST-IN    RECORDING MODE F.
       01  MAST-IN-MSG.
           COPY MTMREC01.
       01  MAST-IN-TYPE-REC.
           05  MAST-RECORD-TYPE     PIC X(01).
           05  FILLER               PIC X(79).
       01  MAST-IN-TRL-MSG.
           05  FILLER               PIC X(01).
           05  MTRL-RECORD-COUNT    PIC 9(09).
           05  MTRL-HASH-TOTAL      PIC 9(15).
           05  FILLER               PIC X(55).
      *
       FD  XFR-PEND   RECORDING MODE F.
       01  XFR-PEND-MSG.
           COPY MTMTRN01.
      *
       FD  XFR-OUT    RECORDING MODE F.
       01  XFR-OUT-MSG.
           COPY MTMTRN01.
      *
       FD  XFR-RPT    RECORDING MODE F.
       01  XFR-RPT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 BRANCH-EOF-SW     PIC X VALUE SPACE.
             88 BRANCH-EOF          VALUE "Y".
         05 CARD-EOF-SW       PIC X VALUE SPACE.
             88 CARD-EOF            VALUE "Y".
         05 MASTEOF           PIC X VALUE SPACE.
             88 MASTER-EOF          VALUE "Y".
         05 HEADER-SW         PIC X VALUE SPACE.
             88 HEADER-SEEN         VALUE "Y".
         05 TRAILER-SW        PIC X VALUE SPACE.
             88 TRAILER-SEEN        VALUE "Y".
         05 CARD-OK-SW        PIC X VALUE "Y".
             88 CARD-GOOD           VALUE "Y".
             88 CARD-BAD            VALUE "N".
         05 DATE-EDIT-SW      PIC X VALUE "Y".
             88 DATE-VALID          VALUE "Y".
             88 DATE-INVALID        VALUE "N".
         05 DECK-OK-SW        PIC X VALUE "Y".
             88 DECK-CLEAN          VALUE "Y".
             88 DECK-SUSPECT        VALUE "N".
         05 BALANCE-SW        PIC X VALUE "Y".
             88 TRANSFERS-IN-BALANCE VALUE "Y".
             88 TRANSFERS-OUT-OF-BALANCE VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-XFRCARD-STATUS    PIC X(02) VALUE SPACES.
           05  WS-BRANCHF-STATUS    PIC X(02) VALUE SPACES.
           05  WS-MASTIN-STATUS     PIC X(02) VALUE SPACES.
           05  WS-XFRPEND-STATUS    PIC X(02) VALUE SPACES.
           05  WS-XFROUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-XFRRPT-STATUS     PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-CARDS-READ        PIC 9(05) COMP VALUE ZERO.
           05  WS-CARDS-REJECTED    PIC 9(05) COMP VALUE ZERO.
           05  WS-MASTER-READ       PIC 9(09) COMP VALUE ZERO.
           05  WS-TRANSFERS-WRITTEN PIC 9(09) COMP VALUE ZERO.
           05  WS-TRAILER-COUNT     PIC 9(09) VALUE ZERO.
      *
       01  WS-BRANCH-TABLE-CONTROLS.
           05  WS-BRANCH-MAX        PIC 9(05) COMP VALUE 500.
           05  WS-BRANCH-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  WS-BRANCH-IX         PIC 9(05) COMP VALUE ZERO.
           05  WS-FOUND-IX          PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500.
               10  WS-BRN-CODE      PIC X(04).
               10  WS-BRN-NAME      PIC X(30).
               10  WS-BRN-STATUS    PIC X(01).
                   88  WS-BRN-OPEN      VALUE "O".
               10  WS-BRN-CLOSE-DATE PIC 9(08).
      *
      * ONE ENTRY PER ACCEPTED CARD.  THE FROM/TO SUBSCRIPTS POINT AT
      * THE TWO BRANCHES' ENTRIES IN THE BALANCING TABLE BELOW, AND
      * THE MOVED FIGURES ARE WHAT THE MASTER PASS TRANSFERRED UNDER
      * THE CARD.
       01  WS-CARD-TABLE-CONTROLS.
           05  WS-CARD-MAX          PIC 9(03) COMP VALUE 50.
           05  WS-CARD-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-CARD-IX           PIC 9(03) COMP VALUE ZERO.
           05  WS-CARD-IX2          PIC 9(03) COMP VALUE ZERO.
           05  WS-CARD-FOUND-IX     PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 50.
               10  WS-CRD-FROM      PIC X(04).
               10  WS-CRD-TO        PIC X(04).
               10  WS-CRD-EFF-DATE  PIC 9(08).
               10  WS-CRD-FROM-IX   PIC 9(03) COMP.
               10  WS-CRD-TO-IX     PIC 9(03) COMP.
               10  WS-CRD-MOVED-COUNT PIC 9(09) COMP.
               10  WS-CRD-MOVED-AMOUNT PIC 9(11)V99 COMP.
      *
      * ONE ENTRY PER BRANCH NAMED ON AN ACCEPTED CARD, SENDING OR
      * RECEIVING.  BEFORE IS WHAT THE MASTER CARRIES FOR THE BRANCH
      * TONIGHT; OUT AND IN ARE WHAT THE TRANSFERS MOVE; AFTER IS
      * BEFORE LESS OUT PLUS IN.
       01  WS-BALANCE-TABLE-CONTROLS.
           05  WS-BAL-MAX           PIC 9(03) COMP VALUE 100.
           05  WS-BAL-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-BAL-IX            PIC 9(03) COMP VALUE ZERO.
           05  WS-BAL-FOUND-IX      PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-BALANCE-TABLE.
           05  WS-BAL-ENTRY OCCURS 100.
               10  WS-BAL-CODE      PIC X(04).
               10  WS-BAL-BEFORE-COUNT  PIC 9(09) COMP.
               10  WS-BAL-BEFORE-AMOUNT PIC 9(11)V99 COMP.
               10  WS-BAL-OUT-COUNT     PIC 9(09) COMP.
               10  WS-BAL-OUT-AMOUNT    PIC 9(11)V99 COMP.
               10  WS-BAL-IN-COUNT      PIC 9(09) COMP.
               10  WS-BAL-IN-AMOUNT     PIC 9(11)V99 COMP.
      *
       01  WS-BALANCE-WORK.
           05  WS-AFTER-COUNT       PIC 9(09) COMP VALUE ZERO.
           05  WS-AFTER-AMOUNT      PIC 9(11)V99 COMP VALUE ZERO.
           05  WS-TOTAL-BEFORE-COUNT  PIC 9(09) COMP VALUE ZERO.
           05  WS-TOTAL-BEFORE-AMOUNT PIC 9(11)V99 COMP VALUE ZERO.
           05  WS-TOTAL-AFTER-COUNT   PIC 9(09) COMP VALUE ZERO.
           05  WS-TOTAL-AFTER-AMOUNT  PIC 9(11)V99 COMP VALUE ZERO.
           05  WS-TOTAL-MOVED-COUNT   PIC 9(09) COMP VALUE ZERO.
           05  WS-TOTAL-SENDING-COUNT PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-DATE-EDIT-AREA.
           05  WS-EDIT-CCYYMMDD.
               10  WS-EDIT-YEAR     PIC 9(04).
               10  WS-EDIT-MONTH    PIC 9(02).
               10  WS-EDIT-DAY      PIC 9(02).
           05  WS-DAYS-IN-MONTH     PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOTIENT     PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REMAINDER    PIC 9(04) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-SEARCH-BRANCH         PIC X(04) VALUE SPACES.
       01  WS-FROM-BRANCH-NAME      PIC X(30) VALUE SPACES.
       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-BRANCH-ROLE           PIC X(09) VALUE SPACES.
       01  WS-PROOF-RESULT          PIC X(20) VALUE SPACES.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-EFF-DATE     PIC 9999/99/99.
           05  WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-COUNT-1      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT-2      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-AMOUNT-1     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-AMOUNT-2     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-CARDS        PIC ZZZ,ZZ9.
           05  WS-EDIT-REJECTS      PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM LOAD-BRANCH-TABLE.
           PERFORM LOAD-TRANSFER-CARDS.
           PERFORM CHECK-CROSSED-CARDS.
           PERFORM CHECK-PENDING-TRANSFERS.
           IF DECK-CLEAN
               PERFORM WRITE-MEMBER-HEADING
               PERFORM READ-MASTER-RECORD UNTIL MASTER-EOF
               PERFORM WRITE-BALANCING-SHEET
           ELSE
               MOVE SPACES TO XFR-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO XFR-RPT-LINE
               STRING "*** DECK REJECTED - NO TRANSFERS GENERATED - "
                   "CORRECT AND RESUBMIT THE WHOLE DECK ***"
                   DELIMITED BY SIZE INTO XFR-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM CLOSE-FILES.
           IF DECK-SUSPECT OR TRANSFERS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT CARD-IN.
           IF WS-XFRCARD-STATUS NOT = "00"
               DISPLAY "MTMXFER001E XFRCARD FAILED TO OPEN - FILE "
                   "STATUS " WS-XFRCARD-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT BRN-IN.
           IF WS-BRANCHF-STATUS NOT = "00"
               DISPLAY "MTMXFER002E BRANCHF FAILED TO OPEN - FILE "
                   "STATUS " WS-BRANCHF-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT MAST-IN.
           IF WS-MASTIN-STATUS NOT = "00"
               DISPLAY "MTMXFER003E MASTIN FAILED TO OPEN - FILE "
                   "STATUS " WS-MASTIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT XFR-PEND.
           IF WS-XFRPEND-STATUS NOT = "00"
               DISPLAY "MTMXFER004E XFRPEND FAILED TO OPEN - FILE "
                   "STATUS " WS-XFRPEND-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT XFR-OUT.
           IF WS-XFROUT-STATUS NOT = "00"
               DISPLAY "MTMXFER005E XFROUT FAILED TO OPEN - FILE "
                   "STATUS " WS-XFROUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT XFR-RPT.
           IF WS-XFRRPT-STATUS NOT = "00"
               DISPLAY "MTMXFER006E XFRRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-XFRRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       LOAD-BRANCH-TABLE.
           PERFORM UNTIL BRANCH-EOF
               READ BRN-IN
                   AT END
                       SET BRANCH-EOF TO TRUE
                   NOT AT END
                       IF WS-BRANCH-COUNT >= WS-BRANCH-MAX
                           DISPLAY "MTMXFER007E MORE THAN "
                               WS-BRANCH-MAX " BRANCH RECORDS - "
                               "INCREASE THE TABLE AND RERUN"
                           PERFORM ABEND-JOB
                       END-IF
                       ADD 1 TO WS-BRANCH-COUNT
                       MOVE BRN-BRANCH-CODE
                           TO WS-BRN-CODE (WS-BRANCH-COUNT)
                       MOVE BRN-BRANCH-NAME
                           TO WS-BRN-NAME (WS-BRANCH-COUNT)
                       MOVE BRN-BRANCH-STATUS
                           TO WS-BRN-STATUS (WS-BRANCH-COUNT)
                       IF BRN-CLOSE-DATE NUMERIC
                           MOVE BRN-CLOSE-DATE
                               TO WS-BRN-CLOSE-DATE (WS-BRANCH-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-BRN-CLOSE-DATE (WS-BRANCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRN-IN.
      *
      * EVERY CARD IS EDITED AND LISTED, GOOD OR BAD, SO THE REGISTER
      * SHOWS THE WHOLE DECK EVEN WHEN ONE BAD CARD STOPS IT.
       LOAD-TRANSFER-CARDS.
           PERFORM UNTIL CARD-EOF
               READ CARD-IN
                   AT END
                       SET CARD-EOF TO TRUE
                   NOT AT END
                       IF CRD-FLAG-BYTE NOT = "*"
                          AND CARD-IN-MSG NOT = SPACES
                           ADD 1 TO WS-CARDS-READ
                           PERFORM EDIT-TRANSFER-CARD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CARDS-READ = ZERO
               SET DECK-SUSPECT TO TRUE
               MOVE SPACES TO XFR-RPT-LINE
               STRING "NO TRANSFER CARDS ON XFRCARD"
                   DELIMITED BY SIZE INTO XFR-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           DISPLAY "MTMXFER008I TRANSFER CARDS READ: " WS-CARDS-READ.
      *
       EDIT-TRANSFER-CARD.
           SET CARD-GOOD TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CRD-EFFECTIVE-DATE NOT NUMERIC
               SET CARD-BAD TO TRUE
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-EFFECTIVE-DATE
               IF DATE-INVALID
                   SET CARD-BAD TO TRUE
                   MOVE "EFFECTIVE DATE NOT A REAL DATE"
                       TO WS-REJECT-REASON
               ELSE
                   IF CRD-EFF-DATE-N < WS-RUN-DATE
                       SET CARD-BAD TO TRUE
                       MOVE "EFFECTIVE DATE BEFORE RUN DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF CARD-GOOD
               IF CRD-FROM-BRANCH = CRD-TO-BRANCH
                   SET CARD-BAD TO TRUE
                   MOVE "SENDING AND RECEIVING BRANCH THE SAME"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-GOOD
               MOVE CRD-FROM-BRANCH TO WS-SEARCH-BRANCH
               PERFORM FIND-BRANCH-CODE
               IF WS-FOUND-IX = ZERO
                   SET CARD-BAD TO TRUE
                   MOVE "SENDING BRANCH NOT ON BRANCHF"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-GOOD
               MOVE CRD-TO-BRANCH TO WS-SEARCH-BRANCH
               PERFORM FIND-BRANCH-CODE
               IF WS-FOUND-IX = ZERO
                   SET CARD-BAD TO TRUE
                   MOVE "RECEIVING BRANCH NOT ON BRANCHF"
                       TO WS-REJECT-REASON
               ELSE
                   IF NOT WS-BRN-OPEN (WS-FOUND-IX)
                       SET CARD-BAD TO TRUE
                       MOVE "RECEIVING BRANCH NOT OPEN"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-BRN-CLOSE-DATE (WS-FOUND-IX) NOT = ZERO
                          AND WS-BRN-CLOSE-DATE (WS-FOUND-IX)
                              NOT > CRD-EFF-DATE-N
                           SET CARD-BAD TO TRUE
                           MOVE "RECEIVING BRANCH CLOSES BY THAT DATE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CARD-GOOD
               PERFORM FIND-SENDING-CARD
               IF WS-CARD-FOUND-IX > ZERO
                   SET CARD-BAD TO TRUE
                   MOVE "SENDING BRANCH ALREADY ON AN EARLIER CARD"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-GOOD
               PERFORM TABLE-TRANSFER-CARD
           ELSE
               SET DECK-SUSPECT TO TRUE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO XFR-RPT-LINE
               STRING "CARD REJECTED - " WS-REJECT-REASON
                   " - " CARD-IN-MSG (1:16)
                   DELIMITED BY SIZE INTO XFR-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       FIND-BRANCH-CODE.
           MOVE ZERO TO WS-FOUND-IX.
           MOVE ZERO TO WS-BRANCH-IX.
           PERFORM UNTIL WS-FOUND-IX > ZERO
                      OR WS-BRANCH-IX >= WS-BRANCH-COUNT
               ADD 1 TO WS-BRANCH-IX
               IF WS-BRN-CODE (WS-BRANCH-IX) = WS-SEARCH-BRANCH
                   MOVE WS-BRANCH-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.
      *
       FIND-SENDING-CARD.
           MOVE ZERO TO WS-CARD-FOUND-IX.
           MOVE ZERO TO WS-CARD-IX.
           PERFORM UNTIL WS-CARD-FOUND-IX > ZERO
                      OR WS-CARD-IX >= WS-CARD-COUNT
               ADD 1 TO WS-CARD-IX
               IF WS-CRD-FROM (WS-CARD-IX) = CRD-FROM-BRANCH
                   MOVE WS-CARD-IX TO WS-CARD-FOUND-IX
               END-IF
           END-PERFORM.
      *
       TABLE-TRANSFER-CARD.
           IF WS-CARD-COUNT >= WS-CARD-MAX
               DISPLAY "MTMXFER009E MORE THAN " WS-CARD-MAX
                   " TRANSFER CARDS - SPLIT THE DECK AND RERUN"
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE CRD-FROM-BRANCH TO WS-CRD-FROM (WS-CARD-COUNT).
           MOVE CRD-TO-BRANCH   TO WS-CRD-TO (WS-CARD-COUNT).
           MOVE CRD-EFF-DATE-N  TO WS-CRD-EFF-DATE (WS-CARD-COUNT).
           MOVE ZERO TO WS-CRD-MOVED-COUNT (WS-CARD-COUNT).
           MOVE ZERO TO WS-CRD-MOVED-AMOUNT (WS-CARD-COUNT).
           MOVE CRD-FROM-BRANCH TO WS-SEARCH-BRANCH.
           PERFORM FIND-OR-ADD-BALANCE.
           MOVE WS-BAL-FOUND-IX TO WS-CRD-FROM-IX (WS-CARD-COUNT).
           MOVE CRD-TO-BRANCH TO WS-SEARCH-BRANCH.
           PERFORM FIND-OR-ADD-BALANCE.
           MOVE WS-BAL-FOUND-IX TO WS-CRD-TO-IX (WS-CARD-COUNT).
           MOVE CRD-EFF-DATE-N TO WS-EDIT-EFF-DATE.
           MOVE CRD-FROM-BRANCH TO WS-SEARCH-BRANCH.
           PERFORM FIND-BRANCH-CODE.
           MOVE WS-BRN-NAME (WS-FOUND-IX) TO WS-FROM-BRANCH-NAME.
           MOVE CRD-TO-BRANCH TO WS-SEARCH-BRANCH.
           PERFORM FIND-BRANCH-CODE.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "TRANSFER FROM " CRD-FROM-BRANCH
               " " WS-FROM-BRANCH-NAME
               "  TO " CRD-TO-BRANCH
               " " WS-BRN-NAME (WS-FOUND-IX)
               "  EFFECTIVE " WS-EDIT-EFF-DATE
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       FIND-OR-ADD-BALANCE.
           MOVE ZERO TO WS-BAL-FOUND-IX.
           MOVE ZERO TO WS-BAL-IX.
           PERFORM UNTIL WS-BAL-FOUND-IX > ZERO
                      OR WS-BAL-IX >= WS-BAL-COUNT
               ADD 1 TO WS-BAL-IX
               IF WS-BAL-CODE (WS-BAL-IX) = WS-SEARCH-BRANCH
                   MOVE WS-BAL-IX TO WS-BAL-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND-IX = ZERO
               IF WS-BAL-COUNT >= WS-BAL-MAX
                   DISPLAY "MTMXFER010E MORE THAN " WS-BAL-MAX
                       " BRANCHES ON THE DECK - SPLIT IT AND RERUN"
                   PERFORM ABEND-JOB
               END-IF
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-SEARCH-BRANCH
                   TO WS-BAL-CODE (WS-BAL-COUNT)
               MOVE ZERO TO WS-BAL-BEFORE-COUNT (WS-BAL-COUNT)
                            WS-BAL-BEFORE-AMOUNT (WS-BAL-COUNT)
                            WS-BAL-OUT-COUNT (WS-BAL-COUNT)
                            WS-BAL-OUT-AMOUNT (WS-BAL-COUNT)
                            WS-BAL-IN-COUNT (WS-BAL-COUNT)
                            WS-BAL-IN-AMOUNT (WS-BAL-COUNT)
               MOVE WS-BAL-COUNT TO WS-BAL-FOUND-IX
           END-IF.
      *
      * A BRANCH THAT SENDS ON ONE CARD AND RECEIVES ON ANOTHER WOULD
      * LEAVE MEMBERS ON A BRANCH THAT IS CLOSING, OR MOVE THEM TWICE
      * IN ONE NIGHT IN AN ORDER NOBODY CHOSE, SO THE DECK IS STOPPED
      * AND THE TWO CARDS COMBINED BY HAND (A TO C, B TO C).
       CHECK-CROSSED-CARDS.
           MOVE ZERO TO WS-CARD-IX.
           PERFORM UNTIL WS-CARD-IX >= WS-CARD-COUNT
               ADD 1 TO WS-CARD-IX
               MOVE ZERO TO WS-CARD-IX2
               PERFORM UNTIL WS-CARD-IX2 >= WS-CARD-COUNT
                   ADD 1 TO WS-CARD-IX2
                   IF WS-CRD-TO (WS-CARD-IX) =
                      WS-CRD-FROM (WS-CARD-IX2)
                       SET DECK-SUSPECT TO TRUE
                       ADD 1 TO WS-CARDS-REJECTED
                       MOVE SPACES TO XFR-RPT-LINE
                       STRING "CARD REJECTED - RECEIVING BRANCH "
                           WS-CRD-TO (WS-CARD-IX)
                           " IS ALSO SENDING ON ANOTHER CARD"
                           DELIMITED BY SIZE INTO XFR-RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      * THE PREVIOUS TRANSFER GENERATION IS EMPTIED BY THE NIGHTLY
      * STREAM ONCE IT HAS BEEN APPLIED.  ANYTHING STILL ON IT HAS
      * NOT BEEN APPLIED YET, AND CUTTING A NEW GENERATION NOW WOULD
      * PUSH IT OUT FROM UNDER THE NIGHTLY UPDATE UNAPPLIED.
       CHECK-PENDING-TRANSFERS.
           READ XFR-PEND
               AT END
                   CONTINUE
               NOT AT END
                   SET DECK-SUSPECT TO TRUE
                   DISPLAY "MTMXFER011W TRANSFERS FROM AN EARLIER RUN "
                       "NOT YET APPLIED BY THE NIGHTLY UPDATE"
                   MOVE SPACES TO XFR-RPT-LINE
                   STRING "TRANSFERS FROM AN EARLIER RUN ARE STILL "
                       "WAITING FOR THE NIGHTLY UPDATE - RUN AGAIN "
                       "AFTER IT HAS APPLIED THEM"
                       DELIMITED BY SIZE INTO XFR-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-READ.
      *
      * A REAL CALENDAR DATE.  THE LEAP TEST IS THE USUAL ONE:
      * DIVISIBLE BY FOUR, EXCEPT A CENTURY YEAR MUST BE DIVISIBLE BY
      * FOUR HUNDRED.
       VALIDATE-EFFECTIVE-DATE.
           SET DATE-VALID TO TRUE.
           MOVE CRD-EFF-DATE-N TO WS-EDIT-CCYYMMDD.
           EVALUATE WS-EDIT-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-EDIT-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-EDIT-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           DIVIDE WS-EDIT-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   SET DATE-INVALID TO TRUE
           END-EVALUATE.
           IF DATE-VALID
               IF WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-DAYS-IN-MONTH
                   SET DATE-INVALID TO TRUE
               END-IF
           END-IF.
      *
       WRITE-MEMBER-HEADING.
           MOVE SPACES TO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "MEMBERS TRANSFERRED"
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * THE MASTER IS READ ONCE, IN MEMBER-ID ORDER, SO THE TRANSFERS
      * COME OUT IN THE ORDER THE NIGHTLY MERGE NEEDS.  EVERY DETAIL
      * ON A BRANCH NAMED ON THE DECK COUNTS TOWARD THAT BRANCH'S
      * BEFORE FIGURES; ONE ON A SENDING BRANCH IS ALSO TRANSFERRED.
       READ-MASTER-RECORD.
           READ MAST-IN
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   IF WS-MASTIN-STATUS NOT = "00"
                       DISPLAY "MTMXFER012E MASTIN READ FAILED - FILE "
                           "STATUS " WS-MASTIN-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   EVALUATE TRUE
                       WHEN MAST-RECORD-TYPE = "H"
                           SET HEADER-SEEN TO TRUE
                       WHEN MAST-RECORD-TYPE = "T"
                           SET TRAILER-SEEN TO TRUE
                           MOVE MTRL-RECORD-COUNT TO WS-TRAILER-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-MASTER-READ
                           PERFORM PROCESS-MASTER-DETAIL
                   END-EVALUATE
           END-READ.
      *
       PROCESS-MASTER-DETAIL.
           MOVE MTM-BRANCH-CODE OF MAST-IN-MSG
               TO WS-SEARCH-BRANCH.
           MOVE ZERO TO WS-BAL-FOUND-IX.
           MOVE ZERO TO WS-BAL-IX.
           PERFORM UNTIL WS-BAL-FOUND-IX > ZERO
                      OR WS-BAL-IX >= WS-BAL-COUNT
               ADD 1 TO WS-BAL-IX
               IF WS-BAL-CODE (WS-BAL-IX) = WS-SEARCH-BRANCH
                   MOVE WS-BAL-IX TO WS-BAL-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND-IX > ZERO
               ADD 1 TO WS-BAL-BEFORE-COUNT (WS-BAL-FOUND-IX)
               ADD MTM-TRANS-AMOUNT OF MAST-IN-MSG
                   TO WS-BAL-BEFORE-AMOUNT (WS-BAL-FOUND-IX)
               MOVE ZERO TO WS-CARD-FOUND-IX
               MOVE ZERO TO WS-CARD-IX
               PERFORM UNTIL WS-CARD-FOUND-IX > ZERO
                          OR WS-CARD-IX >= WS-CARD-COUNT
                   ADD 1 TO WS-CARD-IX
                   IF WS-CRD-FROM (WS-CARD-IX) =
                      MTM-BRANCH-CODE OF MAST-IN-MSG
                       MOVE WS-CARD-IX TO WS-CARD-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-CARD-FOUND-IX > ZERO
                   PERFORM WRITE-TRANSFER-RECORD
               END-IF
           END-IF.
      *
      * THE TRANSFER CARRIES ONLY THE MEMBER ID, THE RECEIVING BRANCH,
      * THE EFFECTIVE DATE, AND THE SENDING BRANCH (IN THE NAME'S
      * PLACE, AS TRN-SENDING-BRANCH).  THE NAME, STATUS, AND AMOUNT
      * ARE LEFT BLANK ON PURPOSE: THE NIGHTLY UPDATE LEAVES THOSE
      * FIELDS AS IT FINDS THEM ON THE NIGHT THE TRANSFER APPLIES, NOT
      * AS THEY STOOD WHEN THIS RUN READ THE MASTER.  THE SENDING
      * BRANCH LETS IT REFUSE A TRANSFER FOR A MEMBER THAT HAS MOVED
      * OFF THE CLOSING BRANCH SINCE THIS RUN.
       WRITE-TRANSFER-RECORD.
           MOVE SPACES TO XFR-OUT-MSG.
           MOVE MTM-MEMBER-ID OF MAST-IN-MSG
               TO TRN-MEMBER-ID OF XFR-OUT-MSG.
           MOVE WS-CRD-EFF-DATE (WS-CARD-FOUND-IX)
               TO TRN-EFFECTIVE-DATE OF XFR-OUT-MSG.
           MOVE WS-CRD-TO (WS-CARD-FOUND-IX)
               TO TRN-BRANCH-CODE OF XFR-OUT-MSG.
           MOVE WS-CRD-FROM (WS-CARD-FOUND-IX)
               TO TRN-SENDING-BRANCH OF XFR-OUT-MSG.
           MOVE "T" TO TRN-ACTION-CODE OF XFR-OUT-MSG.
           WRITE XFR-OUT-MSG.
           IF WS-XFROUT-STATUS NOT = "00"
               DISPLAY "MTMXFER013E XFROUT WRITE FAILED - FILE "
                   "STATUS " WS-XFROUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-TRANSFERS-WRITTEN.
           ADD 1 TO WS-CRD-MOVED-COUNT (WS-CARD-FOUND-IX).
           ADD MTM-TRANS-AMOUNT OF MAST-IN-MSG
               TO WS-CRD-MOVED-AMOUNT (WS-CARD-FOUND-IX).
           ADD 1 TO WS-BAL-OUT-COUNT (WS-BAL-FOUND-IX).
           ADD MTM-TRANS-AMOUNT OF MAST-IN-MSG
               TO WS-BAL-OUT-AMOUNT (WS-BAL-FOUND-IX).
           MOVE WS-CRD-TO-IX (WS-CARD-FOUND-IX) TO WS-BAL-IX.
           ADD 1 TO WS-BAL-IN-COUNT (WS-BAL-IX).
           ADD MTM-TRANS-AMOUNT OF MAST-IN-MSG
               TO WS-BAL-IN-AMOUNT (WS-BAL-IX).
           MOVE MTM-TRANS-AMOUNT OF MAST-IN-MSG TO WS-EDIT-AMOUNT.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "MEMBER " MTM-MEMBER-ID OF MAST-IN-MSG
               "  " MTM-MEMBER-NAME OF MAST-IN-MSG
               "  STATUS " MTM-MEMBER-STATUS OF MAST-IN-MSG
               "  AMOUNT " WS-EDIT-AMOUNT
               "  FROM " MTM-BRANCH-CODE OF MAST-IN-MSG
               "  TO " WS-CRD-TO (WS-CARD-FOUND-IX)
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * THE BALANCING SHEET.  EACH CARD SHOWS ITS SENDING AND
      * RECEIVING BRANCH BEFORE AND AFTER; A SENDING BRANCH MUST COME
      * OUT EMPTY.  THE TOTALS OVER EVERY BRANCH ON THE DECK MUST BE
      * THE SAME BEFORE AND AFTER, THE TRANSFERS WRITTEN MUST EQUAL
      * THE MEMBERS THE SENDING BRANCHES HELD, AND THE MASTER READ
      * MUST AGREE WITH ITS OWN TRAILER.
       WRITE-BALANCING-SHEET.
           MOVE SPACES TO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "BALANCING SHEET - MEMBERS AND AMOUNTS BY BRANCH, "
               "BEFORE AND AFTER THE TRANSFERS"
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO WS-CARD-IX.
           PERFORM UNTIL WS-CARD-IX >= WS-CARD-COUNT
               ADD 1 TO WS-CARD-IX
               PERFORM WRITE-CARD-BALANCE
           END-PERFORM.
           MOVE ZERO TO WS-BAL-IX.
           PERFORM UNTIL WS-BAL-IX >= WS-BAL-COUNT
               ADD 1 TO WS-BAL-IX
               ADD WS-BAL-BEFORE-COUNT (WS-BAL-IX)
                   TO WS-TOTAL-BEFORE-COUNT
               ADD WS-BAL-BEFORE-AMOUNT (WS-BAL-IX)
                   TO WS-TOTAL-BEFORE-AMOUNT
               PERFORM COMPUTE-BRANCH-AFTER
               ADD WS-AFTER-COUNT  TO WS-TOTAL-AFTER-COUNT
               ADD WS-AFTER-AMOUNT TO WS-TOTAL-AFTER-AMOUNT
           END-PERFORM.
           MOVE SPACES TO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-BEFORE-COUNT TO WS-EDIT-COUNT-1.
           MOVE WS-TOTAL-AFTER-COUNT  TO WS-EDIT-COUNT-2.
           IF WS-TOTAL-BEFORE-COUNT = WS-TOTAL-AFTER-COUNT
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET TRANSFERS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "MEMBERS, ALL BRANCHES ON DECK: BEFORE "
               WS-EDIT-COUNT-1 "  AFTER " WS-EDIT-COUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-BEFORE-AMOUNT TO WS-EDIT-AMOUNT-1.
           MOVE WS-TOTAL-AFTER-AMOUNT  TO WS-EDIT-AMOUNT-2.
           IF WS-TOTAL-BEFORE-AMOUNT = WS-TOTAL-AFTER-AMOUNT
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET TRANSFERS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "AMOUNT, ALL BRANCHES ON DECK.: BEFORE "
               WS-EDIT-AMOUNT-1 "  AFTER " WS-EDIT-AMOUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TRANSFERS-WRITTEN   TO WS-EDIT-COUNT-1.
           MOVE WS-TOTAL-SENDING-COUNT TO WS-EDIT-COUNT-2.
           IF WS-TRANSFERS-WRITTEN = WS-TOTAL-SENDING-COUNT
              AND WS-TRANSFERS-WRITTEN = WS-TOTAL-MOVED-COUNT
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET TRANSFERS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "TRANSFERS WRITTEN............: "
               WS-EDIT-COUNT-1 "  SENDING MEMBERS " WS-EDIT-COUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MASTER-READ   TO WS-EDIT-COUNT-1.
           MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT-2.
           IF HEADER-SEEN AND TRAILER-SEEN
              AND WS-MASTER-READ = WS-TRAILER-COUNT
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET TRANSFERS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "MASTER DETAILS: COMPUTED "
               WS-EDIT-COUNT-1 "  TRAILER " WS-EDIT-COUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               MOVE SPACES TO XFR-RPT-LINE
               STRING "MASTIN HEADER OR TRAILER MISSING - "
                   "NOT A COMPLETE MASTER GENERATION"
                   DELIMITED BY SIZE INTO XFR-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       WRITE-CARD-BALANCE.
           MOVE SPACES TO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CRD-EFF-DATE (WS-CARD-IX) TO WS-EDIT-EFF-DATE.
           MOVE WS-CRD-MOVED-COUNT (WS-CARD-IX)  TO WS-EDIT-COUNT-1.
           MOVE WS-CRD-MOVED-AMOUNT (WS-CARD-IX) TO WS-EDIT-AMOUNT-1.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "TRANSFER FROM " WS-CRD-FROM (WS-CARD-IX)
               " TO " WS-CRD-TO (WS-CARD-IX)
               " EFFECTIVE " WS-EDIT-EFF-DATE
               "  MOVED: MEMBERS " WS-EDIT-COUNT-1
               "  AMOUNT " WS-EDIT-AMOUNT-1
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-CRD-MOVED-COUNT (WS-CARD-IX) TO WS-TOTAL-MOVED-COUNT.
           MOVE "SENDING  " TO WS-BRANCH-ROLE.
           MOVE WS-CRD-FROM-IX (WS-CARD-IX) TO WS-BAL-IX.
           ADD WS-BAL-BEFORE-COUNT (WS-BAL-IX)
               TO WS-TOTAL-SENDING-COUNT.
           PERFORM WRITE-BRANCH-BALANCE.
           IF WS-AFTER-COUNT NOT = ZERO
              OR WS-AFTER-AMOUNT NOT = ZERO
               SET TRANSFERS-OUT-OF-BALANCE TO TRUE
               MOVE SPACES TO XFR-RPT-LINE
               STRING "  *** SENDING BRANCH " WS-BAL-CODE (WS-BAL-IX)
                   " NOT EMPTIED BY ITS TRANSFERS ***"
                   DELIMITED BY SIZE INTO XFR-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE "RECEIVING" TO WS-BRANCH-ROLE.
           MOVE WS-CRD-TO-IX (WS-CARD-IX) TO WS-BAL-IX.
           PERFORM WRITE-BRANCH-BALANCE.
      *
       WRITE-BRANCH-BALANCE.
           PERFORM COMPUTE-BRANCH-AFTER.
           MOVE WS-BAL-BEFORE-COUNT (WS-BAL-IX)  TO WS-EDIT-COUNT-1.
           MOVE WS-BAL-BEFORE-AMOUNT (WS-BAL-IX) TO WS-EDIT-AMOUNT-1.
           MOVE WS-AFTER-COUNT  TO WS-EDIT-COUNT-2.
           MOVE WS-AFTER-AMOUNT TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "  " WS-BRANCH-ROLE " " WS-BAL-CODE (WS-BAL-IX)
               "  BEFORE: MEMBERS " WS-EDIT-COUNT-1
               "  AMOUNT " WS-EDIT-AMOUNT-1
               "  AFTER: MEMBERS " WS-EDIT-COUNT-2
               "  AMOUNT " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       COMPUTE-BRANCH-AFTER.
           COMPUTE WS-AFTER-COUNT = WS-BAL-BEFORE-COUNT (WS-BAL-IX)
               - WS-BAL-OUT-COUNT (WS-BAL-IX)
               + WS-BAL-IN-COUNT (WS-BAL-IX).
           COMPUTE WS-AFTER-AMOUNT = WS-BAL-BEFORE-AMOUNT (WS-BAL-IX)
               - WS-BAL-OUT-AMOUNT (WS-BAL-IX)
               + WS-BAL-IN-AMOUNT (WS-BAL-IX).
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "MTMXFER BULK BRANCH TRANSFER REGISTER - RUN DATE "
               WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE XFR-RPT-LINE.
           IF WS-XFRRPT-STATUS NOT = "00"
               DISPLAY "MTMXFER014E XFRRPT WRITE FAILED - FILE "
                   "STATUS " WS-XFRRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           MOVE WS-CARDS-READ     TO WS-EDIT-CARDS.
           MOVE WS-CARDS-REJECTED TO WS-EDIT-REJECTS.
           MOVE SPACES TO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO XFR-RPT-LINE.
           STRING "TRANSFER CARDS..: " WS-EDIT-CARDS
               "   REJECTED: " WS-EDIT-REJECTS
               DELIMITED BY SIZE INTO XFR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CARD-IN MAST-IN XFR-PEND XFR-OUT XFR-RPT.
           DISPLAY "MTMXFER015I MASTER DETAILS READ: " WS-MASTER-READ.
           DISPLAY "MTMXFER016I TRANSFERS WRITTEN..: "
               WS-TRANSFERS-WRITTEN.
           DISPLAY "MTMXFER017I CARDS REJECTED.....: "
               WS-CARDS-REJECTED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE CARD-IN BRN-IN MAST-IN XFR-PEND XFR-OUT XFR-RPT.
           STOP RUN.
