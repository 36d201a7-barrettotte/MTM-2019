      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMGLIF.
       AUTHOR.        Otto B. Fun.
      *
      * NIGHTLY GENERAL LEDGER INTERFACE.
      *
      * READS THE POSTING JOURNAL STEP010 JUST CUT (JRNIN, MTMJRN01
      * LAYOUT IN ITS HEADER/TRAILER ENVELOPE), SORTS THE POSTINGS
      * INTO BRANCH ORDER, AND SUMMARIZES EACH BRANCH'S NIGHT INTO
      * BALANCED DEBIT/CREDIT ENTRIES ON GLOUT, IN THE LEDGER'S IMPORT
      * FORMAT (MTMGLE01):
      *
      *   INCREASES - DEBIT THE CLEARING ACCOUNT, CREDIT THE MEMBER
      *               BALANCE ACCOUNT, FOR THE BRANCH'S TOTAL ADDED
      *   DECREASES - DEBIT THE MEMBER BALANCE ACCOUNT, CREDIT THE
      *               CLEARING ACCOUNT, FOR THE BRANCH'S TOTAL
      *               SUBTRACTED
      *
      * A BRANCH WITH NO MOVEMENT ONE WAY OR THE OTHER GETS NO ENTRY
      * FOR IT.  THE ACCOUNT NUMBERS COME IN ON GLPARM CARDS, ONE PER
      * CARD, AND BOTH ARE REQUIRED:
      *     MEMBACCT=XXXXXXXXXX  MEMBER BALANCE ACCOUNT
      *     CLRGACCT=XXXXXXXXXX  CLEARING (OFFSET) ACCOUNT
      *     *                    COMMENT CARD, IGNORED (AS ARE BLANKS)
      * AN UNRECOGNIZED CARD STOPS THE RUN RATHER THAN POSTING THE
      * NIGHT TO THE WRONG ACCOUNT.
      *
      * THE PROOF SHEET ON GLRPT TIES THE JOURNAL'S DETAIL BACK TO
      * ITS TRAILER - THE POSTING REGISTER'S COUNT, TOTAL ADDED, AND
      * TOTAL SUBTRACTED - CHECKS EVERY POSTING'S BEFORE AND AFTER
      * AMOUNTS AGAINST ITS ADJUSTMENT, AND PROVES THE LEDGER FILE'S
      * DEBITS EQUAL ITS CREDITS AND EQUAL THE NIGHT'S MOVEMENT.  ANY
      * DIFFERENCE (OR A MISSING HEADER OR TRAILER) ENDS WITH RETURN
      * CODE 8, SO THE LEDGER NEVER IMPORTS AN UNBALANCED NIGHT.
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
           SELECT JRN-IN     ASSIGN TO JRNIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JRNIN-STATUS.
           SELECT PARM-IN    ASSIGN TO GLPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLPARM-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK1.
           SELECT GLE-OUT    ASSIGN TO GLOUT
                  FILE STATUS  IS WS-GLOUT-STATUS.
           SELECT GL-RPT     ASSIGN TO GLRPT
                  FILE STATUS  IS WS-GLRPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  JRN-IN     RECORDING MODE F.
       01  JRN-IN-MSG.
           COPY MTMJRN01.
       01  JRN-IN-TYPE-REC.
           05  JRN-RECORD-TYPE      PIC X(01).
           05  FILLER               PIC X(79).
       01  JRN-IN-HDR-MSG.
           05  FILLER               PIC X(01).
           05  JHDR-PROGRAM-ID      PIC X(08).
           05  JHDR-RUN-DATE        PIC 9(08).
           05  FILLER               PIC X(63).
       01  JRN-IN-TRL-MSG.
           05  FILLER               PIC X(01).
           05  JTRL-POSTING-COUNT   PIC 9(09).
           05  JTRL-TOTAL-ADDED     PIC 9(11)V99.
           05  JTRL-TOTAL-SUBTRACTED PIC 9(11)V99.
           05  FILLER               PIC X(44).
      *
       FD  PARM-IN    RECORDING MODE F.
       01  PARM-ACCT-CARD.
           05  PARM-AC-KEYWORD      PIC X(09).
           05  PARM-AC-VALUE        PIC X(10).
           05  FILLER               PIC X(61).
       01  PARM-FLAG-CARD.
           05  PARM-FLAG-BYTE       PIC X(01).
           05  FILLER               PIC X(79).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           COPY MTMJRN01.
      *
       FD  GLE-OUT    RECORDING MODE F.
       01  GLE-OUT-MSG.
           COPY MTMGLE01.
      *
       FD  GL-RPT     RECORDING MODE F.
       01  GL-RPT-LINE        PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
             88 LAST-REC            VALUE "Y".
         05 SORTEOF           PIC X VALUE SPACE.
             88 SORT-EOF            VALUE "Y".
         05 PARM-EOF-SW       PIC X VALUE SPACE.
             88 PARM-EOF            VALUE "Y".
         05 HEADER-SW         PIC X VALUE SPACE.
             88 HEADER-SEEN         VALUE "Y".
         05 TRAILER-SW        PIC X VALUE SPACE.
             88 TRAILER-SEEN        VALUE "Y".
         05 BALANCE-SW        PIC X VALUE "Y".
             88 FILE-IN-BALANCE     VALUE "Y".
             88 FILE-OUT-OF-BALANCE VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-JRNIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-GLPARM-STATUS     PIC X(02) VALUE SPACES.
           05  WS-GLOUT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-GLRPT-STATUS      PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-POSTINGS-COUNTED  PIC 9(09) COMP VALUE ZERO.
           05  WS-ARITH-ERRORS      PIC 9(09) COMP VALUE ZERO.
           05  WS-BRANCHES-SUMMED   PIC 9(05) COMP VALUE ZERO.
           05  WS-GL-ENTRIES        PIC 9(07) COMP VALUE ZERO.
           05  WS-TRAILER-COUNT     PIC 9(09) VALUE ZERO.
      *
       01  WS-JOURNAL-TOTALS.
           05  WS-ADDED-COMPUTED    PIC 9(11)V99 COMP VALUE ZERO.
           05  WS-SUBTR-COMPUTED    PIC 9(11)V99 COMP VALUE ZERO.
           05  WS-TRAILER-ADDED     PIC 9(11)V99 VALUE ZERO.
           05  WS-TRAILER-SUBTR     PIC 9(11)V99 VALUE ZERO.
           05  WS-EXPECTED-AFTER    PIC 9(08)V99 VALUE ZERO.
      *
       01  WS-BRANCH-TOTALS.
           05  WS-CURRENT-BRANCH    PIC X(04) VALUE SPACES.
           05  WS-BR-POSTINGS       PIC 9(07) COMP VALUE ZERO.
           05  WS-BR-UP-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-BR-DOWN-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-BR-ADDED          PIC 9(11)V99 COMP VALUE ZERO.
           05  WS-BR-SUBTRACTED     PIC 9(11)V99 COMP VALUE ZERO.
      *
       01  WS-LEDGER-TOTALS.
           05  WS-GL-DEBITS         PIC 9(13)V99 COMP VALUE ZERO.
           05  WS-GL-CREDITS        PIC 9(13)V99 COMP VALUE ZERO.
           05  WS-GL-MOVEMENT       PIC 9(13)V99 COMP VALUE ZERO.
           05  WS-REGISTER-MOVEMENT PIC 9(13)V99 COMP VALUE ZERO.
      *
       01  WS-ACCOUNTS.
           05  WS-MEMBER-ACCOUNT    PIC X(10) VALUE SPACES.
           05  WS-CLEARING-ACCOUNT  PIC X(10) VALUE SPACES.
      *
      * ONE ENTRY'S WORTH OF FIGURES, FILLED IN BY THE CALLER BEFORE
      * WRITE-LEDGER-ENTRY IS PERFORMED.
       01  WS-ENTRY-WORK.
           05  WS-ENT-ACCOUNT       PIC X(10) VALUE SPACES.
           05  WS-ENT-DR-CR         PIC X(02) VALUE SPACES.
           05  WS-ENT-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           05  WS-ENT-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-ENT-DESCRIPTION   PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-POSTING-DATE          PIC 9(08) VALUE ZERO.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-COMPUTED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TRAILER      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-AMT-C        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-AMT-T        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-BR-POSTINGS  PIC ZZZ,ZZ9.
           05  WS-EDIT-BR-ADDED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-BR-SUBTR     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-POSTING-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ACCOUNT-PARMS.
           PERFORM WRITE-PAGE-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY JRN-BRANCH-CODE OF SORT-REC
                                JRN-MEMBER-ID   OF SORT-REC
               INPUT  PROCEDURE IS RELEASE-JOURNAL-POSTINGS
               OUTPUT PROCEDURE IS SUMMARIZE-BY-BRANCH.
           PERFORM WRITE-LEDGER-TRAILER.
           PERFORM PROVE-THE-JOURNAL.
           PERFORM CLOSE-FILES.
           IF FILE-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT JRN-IN.
           IF WS-JRNIN-STATUS NOT = "00"
               DISPLAY "MTMGLIF001E JRNIN FAILED TO OPEN - FILE "
                   "STATUS " WS-JRNIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT PARM-IN.
           IF WS-GLPARM-STATUS NOT = "00"
               DISPLAY "MTMGLIF002E GLPARM FAILED TO OPEN - FILE "
                   "STATUS " WS-GLPARM-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT GLE-OUT.
           IF WS-GLOUT-STATUS NOT = "00"
               DISPLAY "MTMGLIF003E GLOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-GLOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT GL-RPT.
           IF WS-GLRPT-STATUS NOT = "00"
               DISPLAY "MTMGLIF004E GLRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-GLRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       LOAD-ACCOUNT-PARMS.
           PERFORM UNTIL PARM-EOF
               READ PARM-IN
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-PARM-CARD
               END-READ
           END-PERFORM.
           CLOSE PARM-IN.
           IF WS-MEMBER-ACCOUNT = SPACES
              OR WS-CLEARING-ACCOUNT = SPACES
               DISPLAY "MTMGLIF005E MEMBACCT AND CLRGACCT CARDS ARE "
                   "BOTH REQUIRED"
               PERFORM ABEND-JOB
           END-IF.
           DISPLAY "MTMGLIF006I MEMBER ACCOUNT " WS-MEMBER-ACCOUNT
               " CLEARING ACCOUNT " WS-CLEARING-ACCOUNT.
      *
       APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARM-ACCT-CARD = SPACES
                   CONTINUE
               WHEN PARM-FLAG-BYTE = "*"
                   CONTINUE
               WHEN PARM-AC-KEYWORD = "MEMBACCT="
                   MOVE PARM-AC-VALUE TO WS-MEMBER-ACCOUNT
               WHEN PARM-AC-KEYWORD = "CLRGACCT="
                   MOVE PARM-AC-VALUE TO WS-CLEARING-ACCOUNT
               WHEN OTHER
                   DISPLAY "MTMGLIF007E UNRECOGNIZED PARM CARD: "
                       PARM-ACCT-CARD
                   PERFORM ABEND-JOB
           END-EVALUATE.
      *
       RELEASE-JOURNAL-POSTINGS.
           PERFORM READ-NEXT-JOURNAL UNTIL LAST-REC.
      *
      * THE ENVELOPE RECORDS ARE TAKEN OUT HERE; ONLY THE POSTINGS
      * GO TO THE SORT.  THE DETAIL TOTALS ARE BUILT ON THE WAY IN SO
      * THEY CAN BE PROVED AGAINST THE TRAILER INDEPENDENTLY OF THE
      * BRANCH SUMMARY BUILT ON THE WAY OUT.
       READ-NEXT-JOURNAL.
           READ JRN-IN
               AT END
                   SET LAST-REC TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN JRN-RECORD-TYPE = "H"
                           SET HEADER-SEEN TO TRUE
                           IF JHDR-RUN-DATE NUMERIC
                               MOVE JHDR-RUN-DATE TO WS-POSTING-DATE
                           END-IF
                       WHEN JRN-RECORD-TYPE = "T"
                           SET TRAILER-SEEN TO TRUE
                           MOVE JTRL-POSTING-COUNT TO WS-TRAILER-COUNT
                           MOVE JTRL-TOTAL-ADDED   TO WS-TRAILER-ADDED
                           MOVE JTRL-TOTAL-SUBTRACTED
                               TO WS-TRAILER-SUBTR
                       WHEN OTHER
                           PERFORM CHECK-JOURNAL-POSTING
                           MOVE JRN-IN-MSG TO SORT-REC
                           RELEASE SORT-REC
                   END-EVALUATE
           END-READ.
      *
      * A POSTING WHOSE AFTER AMOUNT IS NOT ITS BEFORE AMOUNT MOVED BY
      * ITS ADJUSTMENT (OR WHOSE SIGN OR AMOUNTS ARE NOT VALID) IS
      * LISTED AND PUTS THE NIGHT OUT OF BALANCE.
       CHECK-JOURNAL-POSTING.
           ADD 1 TO WS-POSTINGS-COUNTED.
           IF JRN-ADJUST-AMOUNT OF JRN-IN-MSG NOT NUMERIC
              OR JRN-AMOUNT-BEFORE OF JRN-IN-MSG NOT NUMERIC
              OR JRN-AMOUNT-AFTER OF JRN-IN-MSG NOT NUMERIC
              OR (NOT JRN-ADJUST-UP OF JRN-IN-MSG
                  AND NOT JRN-ADJUST-DOWN OF JRN-IN-MSG)
               PERFORM LIST-ARITHMETIC-ERROR
           ELSE
               IF JRN-ADJUST-DOWN OF JRN-IN-MSG
                   ADD JRN-ADJUST-AMOUNT OF JRN-IN-MSG
                       TO WS-SUBTR-COMPUTED
                   ADD JRN-AMOUNT-AFTER OF JRN-IN-MSG
                       JRN-ADJUST-AMOUNT OF JRN-IN-MSG
                       GIVING WS-EXPECTED-AFTER
                   IF WS-EXPECTED-AFTER
                      NOT = JRN-AMOUNT-BEFORE OF JRN-IN-MSG
                       PERFORM LIST-ARITHMETIC-ERROR
                   END-IF
               ELSE
                   ADD JRN-ADJUST-AMOUNT OF JRN-IN-MSG
                       TO WS-ADDED-COMPUTED
                   ADD JRN-AMOUNT-BEFORE OF JRN-IN-MSG
                       JRN-ADJUST-AMOUNT OF JRN-IN-MSG
                       GIVING WS-EXPECTED-AFTER
                   IF WS-EXPECTED-AFTER
                      NOT = JRN-AMOUNT-AFTER OF JRN-IN-MSG
                       PERFORM LIST-ARITHMETIC-ERROR
                   END-IF
               END-IF
           END-IF.
      *
       LIST-ARITHMETIC-ERROR.
           ADD 1 TO WS-ARITH-ERRORS.
           SET FILE-OUT-OF-BALANCE TO TRUE.
           MOVE SPACES TO GL-RPT-LINE.
           STRING "*** POSTING DOES NOT FOOT - " JRN-IN-MSG
               DELIMITED BY SIZE INTO GL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       SUMMARIZE-BY-BRANCH.
           PERFORM WRITE-LEDGER-HEADER.
           PERFORM RETURN-FIRST-POSTING.
           PERFORM PROCESS-SORTED-POSTING UNTIL SORT-EOF.
           IF WS-BRANCHES-SUMMED > ZERO
               PERFORM WRITE-BRANCH-ENTRIES
           END-IF.
      *
       RETURN-FIRST-POSTING.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   MOVE JRN-BRANCH-CODE OF SORT-REC
                       TO WS-CURRENT-BRANCH
                   ADD 1 TO WS-BRANCHES-SUMMED
                   PERFORM ACCUMULATE-POSTING
           END-RETURN.
      *
       PROCESS-SORTED-POSTING.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF JRN-BRANCH-CODE OF SORT-REC
                      NOT = WS-CURRENT-BRANCH
                       PERFORM WRITE-BRANCH-ENTRIES
                       MOVE JRN-BRANCH-CODE OF SORT-REC
                           TO WS-CURRENT-BRANCH
                       ADD 1 TO WS-BRANCHES-SUMMED
                   END-IF
                   PERFORM ACCUMULATE-POSTING
           END-RETURN.
      *
      * A POSTING WHOSE FIGURES ARE NOT NUMERIC WAS ALREADY LISTED ON
      * THE WAY IN AND IS LEFT OUT OF THE LEDGER FIGURES HERE, SO IT
      * SHOWS AS A DIFFERENCE ON THE PROOF RATHER THAN AS A DATA
      * EXCEPTION.
       ACCUMULATE-POSTING.
           IF JRN-ADJUST-AMOUNT OF SORT-REC NUMERIC
               ADD 1 TO WS-BR-POSTINGS
               IF JRN-ADJUST-DOWN OF SORT-REC
                   ADD 1 TO WS-BR-DOWN-COUNT
                   ADD JRN-ADJUST-AMOUNT OF SORT-REC
                       TO WS-BR-SUBTRACTED
               ELSE
                   IF JRN-ADJUST-UP OF SORT-REC
                       ADD 1 TO WS-BR-UP-COUNT
                       ADD JRN-ADJUST-AMOUNT OF SORT-REC
                           TO WS-BR-ADDED
                   END-IF
               END-IF
           END-IF.
      *
      * THE BRANCH'S INCREASES AND DECREASES ARE POSTED AS SEPARATE
      * PAIRS RATHER THAN NETTED, SO THE LEDGER SHOWS THE GROSS
      * MOVEMENT THE POSTING REGISTER SHOWS.
       WRITE-BRANCH-ENTRIES.
           IF WS-BR-ADDED > ZERO
               MOVE WS-BR-ADDED    TO WS-ENT-AMOUNT
               MOVE WS-BR-UP-COUNT TO WS-ENT-COUNT
               MOVE "MEMBER POSTINGS - INCREASES"
                   TO WS-ENT-DESCRIPTION
               MOVE WS-CLEARING-ACCOUNT TO WS-ENT-ACCOUNT
               MOVE "DR" TO WS-ENT-DR-CR
               PERFORM WRITE-LEDGER-ENTRY
               MOVE WS-MEMBER-ACCOUNT TO WS-ENT-ACCOUNT
               MOVE "CR" TO WS-ENT-DR-CR
               PERFORM WRITE-LEDGER-ENTRY
           END-IF.
           IF WS-BR-SUBTRACTED > ZERO
               MOVE WS-BR-SUBTRACTED TO WS-ENT-AMOUNT
               MOVE WS-BR-DOWN-COUNT TO WS-ENT-COUNT
               MOVE "MEMBER POSTINGS - DECREASES"
                   TO WS-ENT-DESCRIPTION
               MOVE WS-MEMBER-ACCOUNT TO WS-ENT-ACCOUNT
               MOVE "DR" TO WS-ENT-DR-CR
               PERFORM WRITE-LEDGER-ENTRY
               MOVE WS-CLEARING-ACCOUNT TO WS-ENT-ACCOUNT
               MOVE "CR" TO WS-ENT-DR-CR
               PERFORM WRITE-LEDGER-ENTRY
           END-IF.
           ADD WS-BR-ADDED WS-BR-SUBTRACTED TO WS-GL-MOVEMENT.
           MOVE WS-BR-POSTINGS   TO WS-EDIT-BR-POSTINGS.
           MOVE WS-BR-ADDED      TO WS-EDIT-BR-ADDED.
           MOVE WS-BR-SUBTRACTED TO WS-EDIT-BR-SUBTR.
           MOVE SPACES TO GL-RPT-LINE.
           STRING "BRANCH " WS-CURRENT-BRANCH
               "  POSTINGS " WS-EDIT-BR-POSTINGS
               "  ADDED " WS-EDIT-BR-ADDED
               "  SUBTRACTED " WS-EDIT-BR-SUBTR
               DELIMITED BY SIZE INTO GL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO WS-BR-POSTINGS WS-BR-UP-COUNT WS-BR-DOWN-COUNT
                        WS-BR-ADDED WS-BR-SUBTRACTED.
      *
       WRITE-LEDGER-HEADER.
           MOVE SPACES TO GLE-OUT-MSG.
           MOVE "H"               TO GLE-RECORD-TYPE.
           MOVE "MTM"             TO GLE-SOURCE-SYSTEM.
           MOVE WS-POSTING-DATE   TO GLE-POSTING-DATE.
           PERFORM WRITE-LEDGER-RECORD.
      *
       WRITE-LEDGER-ENTRY.
           MOVE SPACES TO GLE-OUT-MSG.
           MOVE "D"               TO GLE-RECORD-TYPE.
           MOVE "MTM"             TO GLE-SOURCE-SYSTEM.
           MOVE WS-POSTING-DATE   TO GLE-POSTING-DATE.
           MOVE WS-CURRENT-BRANCH TO GLE-BRANCH-CODE.
           MOVE WS-ENT-ACCOUNT    TO GLE-ACCOUNT.
           MOVE WS-ENT-DR-CR      TO GLE-DR-CR.
           MOVE WS-ENT-AMOUNT     TO GLE-AMOUNT.
           MOVE WS-ENT-COUNT      TO GLE-ITEM-COUNT.
           MOVE WS-ENT-DESCRIPTION TO GLE-DESCRIPTION.
           PERFORM WRITE-LEDGER-RECORD.
           ADD 1 TO WS-GL-ENTRIES.
           IF GLE-DEBIT
               ADD WS-ENT-AMOUNT TO WS-GL-DEBITS
           ELSE
               ADD WS-ENT-AMOUNT TO WS-GL-CREDITS
           END-IF.
      *
       WRITE-LEDGER-TRAILER.
           MOVE SPACES TO GLE-OUT-MSG.
           MOVE "T"               TO GLE-RECORD-TYPE.
           MOVE "MTM"             TO GLE-SOURCE-SYSTEM.
           MOVE WS-POSTING-DATE   TO GLE-POSTING-DATE.
           MOVE WS-GL-ENTRIES     TO GLE-CTL-ENTRY-COUNT.
           MOVE WS-GL-DEBITS      TO GLE-CTL-TOTAL-DEBITS.
           MOVE WS-GL-CREDITS     TO GLE-CTL-TOTAL-CREDITS.
           PERFORM WRITE-LEDGER-RECORD.
      *
       WRITE-LEDGER-RECORD.
           WRITE GLE-OUT-MSG.
           IF WS-GLOUT-STATUS NOT = "00"
               DISPLAY "MTMGLIF008E GLOUT WRITE FAILED - FILE "
                   "STATUS " WS-GLOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       PROVE-THE-JOURNAL.
           MOVE SPACES TO GL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF NOT HEADER-SEEN
               SET FILE-OUT-OF-BALANCE TO TRUE
               MOVE SPACES TO GL-RPT-LINE
               STRING "*** NO HEADER RECORD ON JRNIN ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF NOT TRAILER-SEEN
               SET FILE-OUT-OF-BALANCE TO TRUE
               MOVE SPACES TO GL-RPT-LINE
               STRING "*** NO TRAILER RECORD ON JRNIN ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-POSTINGS-COUNTED TO WS-EDIT-COMPUTED.
           MOVE WS-TRAILER-COUNT    TO WS-EDIT-TRAILER.
           PERFORM PROVE-POSTING-COUNT.
           MOVE WS-ADDED-COMPUTED   TO WS-EDIT-AMT-C.
           MOVE WS-TRAILER-ADDED    TO WS-EDIT-AMT-T.
           PERFORM PROVE-TOTAL-ADDED.
           MOVE WS-SUBTR-COMPUTED   TO WS-EDIT-AMT-C.
           MOVE WS-TRAILER-SUBTR    TO WS-EDIT-AMT-T.
           PERFORM PROVE-TOTAL-SUBTRACTED.
           PERFORM PROVE-POSTING-ARITHMETIC.
           PERFORM PROVE-LEDGER-ENTRIES.
           MOVE SPACES TO GL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           IF FILE-IN-BALANCE
               STRING "JOURNAL PROVES - LEDGER FILE RELEASED"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           ELSE
               STRING "*** OUT OF BALANCE - LEDGER FILE HELD, RC=8 ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       PROVE-POSTING-COUNT.
           MOVE SPACES TO GL-RPT-LINE.
           IF WS-POSTINGS-COUNTED = WS-TRAILER-COUNT
              AND TRAILER-SEEN
               STRING "POSTING COUNT...: COMPUTED " WS-EDIT-COMPUTED
                   "  REGISTER " WS-EDIT-TRAILER "  AGREE"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           ELSE
               SET FILE-OUT-OF-BALANCE TO TRUE
               STRING "POSTING COUNT...: COMPUTED " WS-EDIT-COMPUTED
                   "  REGISTER " WS-EDIT-TRAILER
                   "  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       PROVE-TOTAL-ADDED.
           MOVE SPACES TO GL-RPT-LINE.
           IF WS-ADDED-COMPUTED = WS-TRAILER-ADDED
              AND TRAILER-SEEN
               STRING "TOTAL ADDED.....: COMPUTED " WS-EDIT-AMT-C
                   "  REGISTER " WS-EDIT-AMT-T "  AGREE"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           ELSE
               SET FILE-OUT-OF-BALANCE TO TRUE
               STRING "TOTAL ADDED.....: COMPUTED " WS-EDIT-AMT-C
                   "  REGISTER " WS-EDIT-AMT-T
                   "  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       PROVE-TOTAL-SUBTRACTED.
           MOVE SPACES TO GL-RPT-LINE.
           IF WS-SUBTR-COMPUTED = WS-TRAILER-SUBTR
              AND TRAILER-SEEN
               STRING "TOTAL SUBTRACTED: COMPUTED " WS-EDIT-AMT-C
                   "  REGISTER " WS-EDIT-AMT-T "  AGREE"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           ELSE
               SET FILE-OUT-OF-BALANCE TO TRUE
               STRING "TOTAL SUBTRACTED: COMPUTED " WS-EDIT-AMT-C
                   "  REGISTER " WS-EDIT-AMT-T
                   "  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       PROVE-POSTING-ARITHMETIC.
           MOVE WS-ARITH-ERRORS TO WS-EDIT-COMPUTED.
           MOVE SPACES TO GL-RPT-LINE.
           IF WS-ARITH-ERRORS = ZERO
               STRING "BEFORE/AFTER....: EVERY POSTING FOOTS"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           ELSE
               STRING "BEFORE/AFTER....: " WS-EDIT-COMPUTED
                   " POSTINGS DO NOT FOOT  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
      * THE LEDGER FILE MUST BALANCE ON ITS OWN (DEBITS = CREDITS) AND
      * ITS MOVEMENT MUST BE THE REGISTER'S ADDED PLUS SUBTRACTED.
       PROVE-LEDGER-ENTRIES.
           MOVE WS-GL-DEBITS  TO WS-EDIT-AMT-C.
           MOVE WS-GL-CREDITS TO WS-EDIT-AMT-T.
           MOVE SPACES TO GL-RPT-LINE.
           IF WS-GL-DEBITS = WS-GL-CREDITS
               STRING "LEDGER DEBITS...: " WS-EDIT-AMT-C
                   "  CREDITS " WS-EDIT-AMT-T "  AGREE"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           ELSE
               SET FILE-OUT-OF-BALANCE TO TRUE
               STRING "LEDGER DEBITS...: " WS-EDIT-AMT-C
                   "  CREDITS " WS-EDIT-AMT-T
                   "  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GL-MOVEMENT TO WS-EDIT-AMT-C.
           ADD WS-TRAILER-ADDED WS-TRAILER-SUBTR
               GIVING WS-REGISTER-MOVEMENT.
           MOVE WS-REGISTER-MOVEMENT TO WS-EDIT-AMT-T.
           MOVE SPACES TO GL-RPT-LINE.
           IF WS-GL-MOVEMENT = WS-REGISTER-MOVEMENT
               STRING "LEDGER MOVEMENT.: " WS-EDIT-AMT-C
                   "  REGISTER " WS-EDIT-AMT-T "  AGREE"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           ELSE
               SET FILE-OUT-OF-BALANCE TO TRUE
               STRING "LEDGER MOVEMENT.: " WS-EDIT-AMT-C
                   "  REGISTER " WS-EDIT-AMT-T
                   "  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO GL-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
           MOVE SPACES TO GL-RPT-LINE.
           STRING "MTMGLIF GENERAL LEDGER INTERFACE - RUN DATE "
               WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO GL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO GL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE GL-RPT-LINE.
           IF WS-GLRPT-STATUS NOT = "00"
               DISPLAY "MTMGLIF009E GLRPT WRITE FAILED - FILE "
                   "STATUS " WS-GLRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE JRN-IN GLE-OUT GL-RPT.
           DISPLAY "MTMGLIF010I POSTINGS READ...: "
               WS-POSTINGS-COUNTED.
           DISPLAY "MTMGLIF011I BRANCHES........: " WS-BRANCHES-SUMMED.
           DISPLAY "MTMGLIF012I LEDGER ENTRIES..: " WS-GL-ENTRIES.
           IF FILE-OUT-OF-BALANCE
               DISPLAY "MTMGLIF013W JOURNAL OUT OF BALANCE - RC=8"
           ELSE
               DISPLAY "MTMGLIF014I JOURNAL PROVES"
           END-IF.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE JRN-IN PARM-IN GLE-OUT GL-RPT.
           STOP RUN.
