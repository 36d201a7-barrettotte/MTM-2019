      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMSUPV.
       AUTHOR.        Otto B. Fun.
      *
      * SUPERVISOR RELEASE QUEUE FOR LARGE-VALUE POSTINGS.
      *
      * THE NIGHTLY UPDATE SUSPENDS ANY "P" POSTING LARGER THAN ITS
      * BRANCH'S LIMIT TO ITS SUSPENSE FILE (SUSOUT) INSTEAD OF
      * APPLYING IT.  THIS PROGRAM READS THOSE NEW SUSPENSIONS
      * TOGETHER WITH THE ITEMS STILL AWAITING A DECISION FROM ITS
      * OWN PRIOR RUN (SUSIN, MTMTRN01 LAYOUT - CONCATENATE THE NEW
      * SUSPENSE GENERATION AHEAD OF THE PRIOR CARRY-FORWARD
      * GENERATION), SORTS THEM OLDEST FIRST, AND MATCHES THEM
      * AGAINST THE DAY'S SUPERVISOR DECISION CARDS (SUPVIN):
      *
      *   RELEASED  - THE ITEM IS MARKED RELEASED WITH THE
      *               SUPERVISOR'S ID AND GOES TO RELOUT, WHICH THE
      *               NEXT NIGHTLY ZCOBOL STEP MERGES ON RECIN5 AND
      *               APPLIES WITHOUT THE LIMIT TEST.
      *   DECLINED  - THE ITEM IS MARKED DECLINED WITH THE
      *               SUPERVISOR'S ID AND ALSO GOES TO RELOUT; THE
      *               NIGHTLY UPDATE DOES NOT APPLY IT BUT CUTS AN "X"
      *               DISPOSITION, SO IT GOES OUT ON THE BRANCH
      *               ACKNOWLEDGMENT NAMING WHO DECLINED IT.
      *   AWAITING  - NO CARD YET; THE ITEM CARRIES FORWARD TO SUSOUT,
      *               THE NEW CARRY-FORWARD GENERATION.
      *
      * RELOUT IS RESORTED INTO MEMBER-ID ORDER FOR THE NIGHTLY MERGE.
      * THE REGISTER (SUPRPT) LISTS EVERY ITEM WITH WHAT BECAME OF IT
      * AND, FOR AN ITEM STILL WAITING, HOW MANY DAYS IT HAS SAT IN
      * SUSPENSE, FOLLOWED BY AN AGING SUMMARY OF WHAT IS STILL
      * WAITING, SO RUN DAILY IT IS ALSO THE DAILY AGING LISTING.
      *
      * DECISION CARDS, ONE PER CARD:
      *   COL  1      "R" RELEASE OR "D" DECLINE
      *   COLS 2-10   MEMBER ID
      *   COLS 11-18  DATE THE POSTING WAS SUSPENDED (CCYYMMDD, AS
      *               PRINTED ON THE REGISTER)
      *   COLS 19-26  SUPERVISOR'S USER ID (REQUIRED)
      *   COLS 27-35  POSTING AMOUNT, NINE DIGITS WITH TWO IMPLIED
      *               DECIMALS (OPTIONAL - ONLY NEEDED TO TELL TWO
      *               SUSPENDED POSTINGS FOR ONE MEMBER ON ONE NIGHT
      *               APART; LEFT BLANK THE CARD DECIDES EVERY ITEM
      *               IT MATCHES)
      * "*" IN COLUMN 1 IS A COMMENT AND A BLANK CARD IS IGNORED.  A
      * CARD THAT FAILS THESE EDITS IS LISTED AND IGNORED AND THE RUN
      * ENDS RC=8 SO THE DECK GETS LOOKED AT; A GOOD CARD THAT
      * MATCHES NOTHING IS LISTED FOR THE OPERATOR TO CHASE.
      *
      * RELPEND IS THE CURRENT DECIDED GENERATION.  THE NIGHTLY
      * STREAM CATALOGS AN EMPTY ONE OVER IT ONCE IT HAS APPLIED IT,
      * SO ANYTHING STILL ON IT WAS DECIDED BY AN EARLIER RUN OF
      * THIS JOB AND HAS NOT BEEN APPLIED YET.  A NEW DECIDED
      * GENERATION WOULD PUSH THOSE DECISIONS OUT FROM UNDER THE
      * NIGHTLY UPDATE, AND THE ITEMS THEY DECIDED ARE NO LONGER IN
      * SUSPENSE TO BE DECIDED AGAIN, SO THE RUN STOPS RC=4 WITHOUT
      * READING THE SUSPENSE FILE OR THE DECK; THE JOB'S LATER STEPS
      * THEN CATALOG NOTHING.  RUN IT AGAIN AFTER THE NIGHTLY UPDATE.
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
           SELECT SUS-IN     ASSIGN TO SUSIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SUSIN-STATUS.
           SELECT SUPV-IN    ASSIGN TO SUPVIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SUPVIN-STATUS.
           SELECT REL-PEND   ASSIGN TO RELPEND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RELPEND-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK1.
           SELECT REL-SORT   ASSIGN TO SORTWK2.
           SELECT REL-WORK   ASSIGN TO RELWORK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RELWORK-STATUS.
           SELECT REL-OUT    ASSIGN TO RELOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RELOUT-STATUS.
           SELECT SUS-OUT    ASSIGN TO SUSOUT
                  FILE STATUS  IS WS-SUSOUT-STATUS.
           SELECT SUP-RPT    ASSIGN TO SUPRPT
                  FILE STATUS  IS WS-SUPRPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SUS-IN     RECORDING MODE F.
       01  SUS-IN-MSG.
           COPY MTMTRN01.
      *
       FD  SUPV-IN    RECORDING MODE F.
       01  SUPV-IN-MSG            PIC X(80).
       01  SUPV-FLAG-REC.
           05  SUPV-FLAG-BYTE       PIC X(01).
           05  FILLER               PIC X(79).
      *
       FD  REL-PEND   RECORDING MODE F.
       01  REL-PEND-MSG           PIC X(80).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           COPY MTMTRN01.
      *
       SD  REL-SORT.
       01  REL-SORT-REC.
           COPY MTMTRN01.
      *
       FD  REL-WORK   RECORDING MODE F.
       01  REL-WORK-MSG.
           COPY MTMTRN01.
      *
       FD  REL-OUT    RECORDING MODE F.
       01  REL-OUT-MSG.
           COPY MTMTRN01.
      *
       FD  SUS-OUT    RECORDING MODE F.
       01  SUS-OUT-MSG.
           COPY MTMTRN01.
      *
       FD  SUP-RPT    RECORDING MODE F.
       01  SUP-RPT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
             88 LAST-REC            VALUE "Y".
         05 SORTEOF           PIC X VALUE SPACE.
             88 SORT-EOF            VALUE "Y".
         05 SUPV-EOF-SW       PIC X VALUE SPACE.
             88 SUPV-EOF            VALUE "Y".
         05 CARD-FOUND-SW     PIC X VALUE SPACE.
             88 CARD-FOUND          VALUE "Y".
         05 CARD-OK-SW        PIC X VALUE "Y".
             88 CARD-GOOD           VALUE "Y".
             88 CARD-BAD            VALUE "N".
         05 DECK-OK-SW        PIC X VALUE "Y".
             88 DECK-CLEAN          VALUE "Y".
             88 DECK-SUSPECT        VALUE "N".
         05 PENDING-SW        PIC X VALUE SPACE.
             88 DECISIONS-PENDING   VALUE "Y".
      *
       01  WS-FILE-STATUSES.
           05  WS-SUSIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-SUPVIN-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RELPEND-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RELWORK-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RELOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-SUSOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-SUPRPT-STATUS     PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-ITEMS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-RELEASED    PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-DECLINED    PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-AWAITING    PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-LOADED      PIC 9(05) COMP VALUE ZERO.
           05  WS-CARDS-REJECTED    PIC 9(05) COMP VALUE ZERO.
           05  WS-CARDS-UNUSED      PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-DECISION-LIMITS.
           05  WS-DCSN-MAX          PIC 9(05) COMP VALUE 1000.
           05  WS-DCSN-IX           PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-DECISION-TABLE.
           05  WS-DCSN-ENTRY OCCURS 1000.
               10  WS-DCSN-CARD     PIC X(80).
               10  WS-DCSN-USED-SW  PIC X(01).
                   88  WS-DCSN-USED     VALUE "Y".
      *
       01  WS-DCSN-REC.
           05  WS-DCS-ACTION        PIC X(01).
               88  WS-DCS-RELEASE       VALUE "R".
               88  WS-DCS-DECLINE       VALUE "D".
           05  WS-DCS-MEMBER-ID     PIC X(09).
           05  WS-DCS-SUSP-DATE     PIC X(08).
           05  WS-DCS-USER-ID       PIC X(08).
           05  WS-DCS-AMOUNT        PIC X(09).
           05  WS-DCS-AMOUNT-N REDEFINES WS-DCS-AMOUNT
                                    PIC 9(07)V99.
           05  FILLER               PIC X(45).
      *
      * AGING BUCKETS FOR WHAT IS STILL WAITING: COUNT AND AMOUNT OF
      * ITEMS 0-1, 2-5, 6-10, AND OVER 10 DAYS IN SUSPENSE.
       01  WS-AGING-TOTALS.
           05  WS-AGE-BUCKET OCCURS 4.
               10  WS-AGE-COUNT     PIC 9(09) COMP.
               10  WS-AGE-AMOUNT    PIC 9(11)V99 COMP.
       01  WS-AGE-IX                PIC 9(02) COMP VALUE ZERO.
       01  WS-AGE-LABELS            PIC X(48) VALUE
           "0-1 DAYS....2-5 DAYS....6-10 DAYS...OVER 10 DAYS".
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05  WS-AGE-LABEL OCCURS 4 PIC X(12).
      *
      * DAY NUMBERS FOR THE AGING.  EACH DATE IS TURNED INTO A COUNT
      * OF DAYS FROM A FIXED BASE - WHOLE YEARS, PLUS THE LEAP DAYS
      * IN THEM, PLUS THE DAYS BEFORE THE MONTH, PLUS THE DAY - SO
      * THE AGE IS A PLAIN SUBTRACTION.
       01  WS-DAY-NUMBER-WORK.
           05  WS-DN-DATE           PIC 9(08) VALUE ZERO.
           05  WS-DN-SPLIT REDEFINES WS-DN-DATE.
               10  WS-DN-YEAR       PIC 9(04).
               10  WS-DN-MONTH      PIC 9(02).
               10  WS-DN-DAY        PIC 9(02).
           05  WS-DN-PRIOR-YEARS    PIC 9(04) VALUE ZERO.
           05  WS-DN-LEAP-DAYS      PIC 9(05) VALUE ZERO.
           05  WS-DN-QUOTIENT       PIC 9(05) VALUE ZERO.
           05  WS-DN-REMAINDER      PIC 9(04) VALUE ZERO.
           05  WS-DN-RESULT         PIC 9(07) VALUE ZERO.
       01  WS-DAYS-BEFORE-MONTH     PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-MONTH.
           05  WS-DAYS-BEFORE OCCURS 12 PIC 9(03).
       01  WS-RUN-DAY-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-AGE-DAYS              PIC 9(05) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *
       01  WS-ITEM-DESC             PIC X(24) VALUE SPACES.
       01  WS-ADJ-SIGN              PIC X(01) VALUE SPACE.
      *
      * THE ITEM'S DATE AND AMOUNT PRINT FROM HERE: EDITED WHEN THE
      * FIELD IS NUMERIC, BLANK WHEN IT IS NOT.
       01  WS-SUSP-DATE-PRINT       PIC X(10) VALUE SPACES.
       01  WS-AMOUNT-PRINT          PIC X(12) VALUE SPACES.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-SUSP-DATE    PIC 9999/99/99.
           05  WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-AGE          PIC ZZZZ9.
           05  WS-EDIT-READ         PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RELEASED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-DECLINED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-AWAITING     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-BUCKET-COUNT PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-BUCKET-AMT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-LOADED       PIC ZZZ,ZZ9.
           05  WS-EDIT-CARDS-REJ    PIC ZZZ,ZZ9.
           05  WS-EDIT-UNUSED       PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
           INITIALIZE WS-AGING-TOTALS.
           PERFORM OPEN-FILES.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM CHECK-PENDING-DECISIONS.
           IF DECISIONS-PENDING
               CLOSE REL-WORK
               PERFORM CLOSE-FILES
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM LOAD-DECISION-CARDS
               SORT SORT-FILE
                   ON ASCENDING KEY TRN-SUSPENSE-DATE OF SORT-REC
                                    TRN-MEMBER-ID     OF SORT-REC
                   INPUT  PROCEDURE IS RELEASE-SUSPENDED-ITEMS
                   OUTPUT PROCEDURE IS DISPOSE-SUSPENDED-ITEMS
               CLOSE REL-WORK
               PERFORM SORT-DECIDED-ITEMS
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM CLOSE-FILES
               IF DECK-SUSPECT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT SUS-IN.
           IF WS-SUSIN-STATUS NOT = "00"
               DISPLAY "MTMSUPV001E SUSIN FAILED TO OPEN - FILE "
                   "STATUS " WS-SUSIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT SUPV-IN.
           IF WS-SUPVIN-STATUS NOT = "00"
               DISPLAY "MTMSUPV002E SUPVIN FAILED TO OPEN - FILE "
                   "STATUS " WS-SUPVIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT REL-PEND.
           IF WS-RELPEND-STATUS NOT = "00"
               DISPLAY "MTMSUPV017E RELPEND FAILED TO OPEN - FILE "
                   "STATUS " WS-RELPEND-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT REL-WORK.
           IF WS-RELWORK-STATUS NOT = "00"
               DISPLAY "MTMSUPV003E RELWORK FAILED TO OPEN - FILE "
                   "STATUS " WS-RELWORK-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT SUS-OUT.
           IF WS-SUSOUT-STATUS NOT = "00"
               DISPLAY "MTMSUPV004E SUSOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-SUSOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT SUP-RPT.
           IF WS-SUPRPT-STATUS NOT = "00"
               DISPLAY "MTMSUPV005E SUPRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-SUPRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
      * ONE RECORD ON RELPEND IS ENOUGH TO KNOW THE LAST RUN'S
      * DECISIONS ARE STILL WAITING FOR THE NIGHTLY UPDATE.
       CHECK-PENDING-DECISIONS.
           READ REL-PEND
               AT END
                   CONTINUE
               NOT AT END
                   SET DECISIONS-PENDING TO TRUE
                   DISPLAY "MTMSUPV018W DECISIONS FROM AN EARLIER RUN "
                       "NOT YET APPLIED BY THE NIGHTLY UPDATE"
                   MOVE SPACES TO SUP-RPT-LINE
                   STRING "DECISIONS FROM AN EARLIER RUN NOT YET "
                       "APPLIED - NOTHING DECIDED OR CARRIED - RUN "
                       "AGAIN AFTER THE NIGHTLY UPDATE"
                       DELIMITED BY SIZE INTO SUP-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-READ.
           CLOSE REL-PEND.
      *
      * THE DECISION DECK IS SMALL, SO IT IS HELD IN A TABLE AND EACH
      * SUSPENDED ITEM IS CHECKED AGAINST IT AS IT COMES OUT OF THE
      * SORT.  A CARD THAT FAILS ITS EDITS NEVER REACHES THE TABLE,
      * SO A MIS-PUNCHED CARD CAN NEVER RELEASE THE WRONG MONEY.
       LOAD-DECISION-CARDS.
           PERFORM UNTIL SUPV-EOF
               READ SUPV-IN
                   AT END
                       SET SUPV-EOF TO TRUE
                   NOT AT END
                       IF SUPV-FLAG-BYTE NOT = "*"
                          AND SUPV-IN-MSG NOT = SPACES
                           PERFORM EDIT-DECISION-CARD
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "MTMSUPV006I DECISION CARDS LOADED: "
               WS-CARDS-LOADED.
      *
       EDIT-DECISION-CARD.
           MOVE SUPV-IN-MSG TO WS-DCSN-REC.
           SET CARD-GOOD TO TRUE.
           IF NOT WS-DCS-RELEASE AND NOT WS-DCS-DECLINE
               SET CARD-BAD TO TRUE
           END-IF.
           IF WS-DCS-MEMBER-ID NOT NUMERIC
              OR WS-DCS-SUSP-DATE NOT NUMERIC
               SET CARD-BAD TO TRUE
           END-IF.
           IF WS-DCS-USER-ID = SPACES
               SET CARD-BAD TO TRUE
           END-IF.
           IF WS-DCS-AMOUNT NOT = SPACES
              AND WS-DCS-AMOUNT NOT NUMERIC
               SET CARD-BAD TO TRUE
           END-IF.
           IF CARD-BAD
               SET DECK-SUSPECT TO TRUE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO SUP-RPT-LINE
               STRING "DECISION CARD REJECTED - " SUPV-IN-MSG
                   DELIMITED BY SIZE INTO SUP-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM TABLE-DECISION-CARD
           END-IF.
      *
       TABLE-DECISION-CARD.
           IF WS-CARDS-LOADED >= WS-DCSN-MAX
               DISPLAY "MTMSUPV007E MORE THAN " WS-DCSN-MAX
                   " DECISION CARDS - INCREASE THE TABLE AND RERUN"
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-CARDS-LOADED.
           MOVE SUPV-IN-MSG TO WS-DCSN-CARD (WS-CARDS-LOADED).
           MOVE SPACE TO WS-DCSN-USED-SW (WS-CARDS-LOADED).
      *
       RELEASE-SUSPENDED-ITEMS.
           PERFORM READ-SUSPENDED-ITEM UNTIL LAST-REC.
      *
       READ-SUSPENDED-ITEM.
           READ SUS-IN
               AT END
                   SET LAST-REC TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE SUS-IN-MSG TO SORT-REC
                   RELEASE SORT-REC
           END-READ.
      *
       DISPOSE-SUSPENDED-ITEMS.
           PERFORM RETURN-SUSPENDED-ITEM UNTIL SORT-EOF.
      *
       RETURN-SUSPENDED-ITEM.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   PERFORM DISPOSE-ONE-ITEM
           END-RETURN.
      *
      * THE FIRST CARD IN THE DECK THAT MATCHES AN ITEM DECIDES IT.
      * A DECIDED ITEM CARRIES THE DECISION AND THE SUPERVISOR'S ID
      * IN ITS SUPERVISOR AREA; THE NIGHTLY UPDATE READS BOTH.
       DISPOSE-ONE-ITEM.
           PERFORM FIND-DECISION-CARD.
           IF CARD-FOUND
               MOVE SORT-REC TO REL-WORK-MSG
               MOVE WS-DCS-ACTION  TO TRN-SUPV-ACTION OF REL-WORK-MSG
               MOVE WS-DCS-USER-ID TO TRN-SUPV-USER-ID OF REL-WORK-MSG
               WRITE REL-WORK-MSG
               IF WS-RELWORK-STATUS NOT = "00"
                   DISPLAY "MTMSUPV008E RELWORK WRITE FAILED - "
                       "FILE STATUS " WS-RELWORK-STATUS
                   PERFORM ABEND-JOB
               END-IF
               MOVE SPACES TO WS-ITEM-DESC
               IF WS-DCS-RELEASE
                   ADD 1 TO WS-ITEMS-RELEASED
                   STRING "RELEASED BY " WS-DCS-USER-ID
                       DELIMITED BY SIZE INTO WS-ITEM-DESC
               ELSE
                   ADD 1 TO WS-ITEMS-DECLINED
                   STRING "DECLINED BY " WS-DCS-USER-ID
                       DELIMITED BY SIZE INTO WS-ITEM-DESC
               END-IF
           ELSE
               MOVE SORT-REC TO SUS-OUT-MSG
               WRITE SUS-OUT-MSG
               IF WS-SUSOUT-STATUS NOT = "00"
                   DISPLAY "MTMSUPV009E SUSOUT WRITE FAILED - "
                       "FILE STATUS " WS-SUSOUT-STATUS
                   PERFORM ABEND-JOB
               END-IF
               ADD 1 TO WS-ITEMS-AWAITING
               PERFORM AGE-AWAITING-ITEM
           END-IF.
           PERFORM WRITE-ITEM-LINE.
      *
       FIND-DECISION-CARD.
           MOVE SPACE TO CARD-FOUND-SW.
           MOVE ZERO  TO WS-DCSN-IX.
           PERFORM UNTIL CARD-FOUND OR WS-DCSN-IX >= WS-CARDS-LOADED
               ADD 1 TO WS-DCSN-IX
               MOVE WS-DCSN-CARD (WS-DCSN-IX) TO WS-DCSN-REC
               IF WS-DCS-MEMBER-ID = TRN-MEMBER-ID OF SORT-REC
                  AND WS-DCS-SUSP-DATE = TRN-SUSPENSE-DATE OF SORT-REC
                  AND (WS-DCS-AMOUNT = SPACES
                       OR WS-DCS-AMOUNT-N =
                          TRN-TRANS-AMOUNT OF SORT-REC)
                   SET CARD-FOUND TO TRUE
                   MOVE "Y" TO WS-DCSN-USED-SW (WS-DCSN-IX)
               END-IF
           END-PERFORM.
      *
      * AN ITEM WHOSE SUSPENSE DATE IS NOT NUMERIC CANNOT BE AGED; IT
      * IS COUNTED IN THE OLDEST BUCKET SO IT GETS LOOKED AT.
       AGE-AWAITING-ITEM.
           IF TRN-SUSPENSE-DATE OF SORT-REC NUMERIC
               MOVE TRN-SUSPENSE-DATE OF SORT-REC TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               IF WS-DN-RESULT > WS-RUN-DAY-NUMBER
                   MOVE ZERO TO WS-AGE-DAYS
               ELSE
                   SUBTRACT WS-DN-RESULT FROM WS-RUN-DAY-NUMBER
                       GIVING WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1 TO WS-AGE-IX
               WHEN WS-AGE-DAYS <= 5
                   MOVE 2 TO WS-AGE-IX
               WHEN WS-AGE-DAYS <= 10
                   MOVE 3 TO WS-AGE-IX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-IX
           END-EVALUATE.
           ADD 1 TO WS-AGE-COUNT (WS-AGE-IX).
           IF TRN-TRANS-AMOUNT OF SORT-REC NUMERIC
               ADD TRN-TRANS-AMOUNT OF SORT-REC
                   TO WS-AGE-AMOUNT (WS-AGE-IX)
           END-IF.
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
           MOVE SPACES TO WS-ITEM-DESC.
           STRING "AWAITING - AGE " WS-EDIT-AGE
               DELIMITED BY SIZE INTO WS-ITEM-DESC.
      *
      * WS-DN-DATE IN, WS-DN-RESULT OUT.  THE LEAP TEST IS THE USUAL
      * ONE: DIVISIBLE BY FOUR, EXCEPT A CENTURY YEAR MUST BE
      * DIVISIBLE BY FOUR HUNDRED.
       COMPUTE-DAY-NUMBER.
           SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS.
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAP-DAYS.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
           SUBTRACT WS-DN-QUOTIENT FROM WS-DN-LEAP-DAYS.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
           ADD WS-DN-QUOTIENT TO WS-DN-LEAP-DAYS.
           IF WS-DN-MONTH < 01 OR WS-DN-MONTH > 12
               MOVE 01 TO WS-DN-MONTH
           END-IF.
           COMPUTE WS-DN-RESULT = WS-DN-PRIOR-YEARS * 365
               + WS-DN-LEAP-DAYS
               + WS-DAYS-BEFORE (WS-DN-MONTH)
               + WS-DN-DAY.
           IF WS-DN-MONTH > 02
               DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REMAINDER
               IF WS-DN-REMAINDER = ZERO
                   DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
                       REMAINDER WS-DN-REMAINDER
                   IF WS-DN-REMAINDER NOT = ZERO
                       ADD 1 TO WS-DN-RESULT
                   ELSE
                       DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
                           REMAINDER WS-DN-REMAINDER
                       IF WS-DN-REMAINDER = ZERO
                           ADD 1 TO WS-DN-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * THE DECIDED ITEMS CAME OUT OF THE FIRST SORT IN SUSPENSE-DATE
      * ORDER, BUT THE NIGHTLY MERGE NEEDS EVERY INPUT IN MEMBER-ID
      * ORDER, SO THEY ARE SORTED AGAIN ON THE WAY OUT.  DUPLICATES
      * KEEP THEIR DATE ORDER, OLDEST FIRST.
       SORT-DECIDED-ITEMS.
           SORT REL-SORT
               ON ASCENDING KEY TRN-MEMBER-ID OF REL-SORT-REC
               WITH DUPLICATES IN ORDER
               USING REL-WORK
               GIVING REL-OUT.
      *
       WRITE-ITEM-LINE.
           IF TRN-SUSPENSE-DATE OF SORT-REC NUMERIC
               MOVE TRN-SUSPENSE-DATE OF SORT-REC
                   TO WS-EDIT-SUSP-DATE
               MOVE WS-EDIT-SUSP-DATE TO WS-SUSP-DATE-PRINT
           ELSE
               MOVE SPACES TO WS-SUSP-DATE-PRINT
           END-IF.
           IF TRN-TRANS-AMOUNT OF SORT-REC NUMERIC
               MOVE TRN-TRANS-AMOUNT OF SORT-REC TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-AMOUNT-PRINT
           ELSE
               MOVE SPACES TO WS-AMOUNT-PRINT
           END-IF.
           IF TRN-ADJUST-DOWN OF SORT-REC
               MOVE "-" TO WS-ADJ-SIGN
           ELSE
               MOVE "+" TO WS-ADJ-SIGN
           END-IF.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "SUSPENDED " WS-SUSP-DATE-PRINT
               "  MEMBER " TRN-MEMBER-ID OF SORT-REC
               "  BRANCH " TRN-BRANCH-CODE OF SORT-REC
               "  ADJ " WS-ADJ-SIGN WS-AMOUNT-PRINT
               "  " WS-ITEM-DESC
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "MTMSUPV SUPERVISOR RELEASE QUEUE AND AGING - "
               "RUN DATE " WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REGISTER-TOTALS.
           MOVE WS-ITEMS-READ      TO WS-EDIT-READ.
           MOVE WS-ITEMS-RELEASED  TO WS-EDIT-RELEASED.
           MOVE WS-ITEMS-DECLINED  TO WS-EDIT-DECLINED.
           MOVE WS-ITEMS-AWAITING  TO WS-EDIT-AWAITING.
           MOVE WS-CARDS-LOADED    TO WS-EDIT-LOADED.
           MOVE WS-CARDS-REJECTED  TO WS-EDIT-CARDS-REJ.
           MOVE SPACES TO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "ITEMS READ......: " WS-EDIT-READ
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "RELEASED........: " WS-EDIT-RELEASED
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "DECLINED........: " WS-EDIT-DECLINED
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "STILL AWAITING..: " WS-EDIT-AWAITING
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "DECISION CARDS..: " WS-EDIT-LOADED
               "   REJECTED: " WS-EDIT-CARDS-REJ
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LIST-UNUSED-CARDS.
           MOVE SPACES TO SUP-RPT-LINE.
           IF WS-ITEMS-READ =
              WS-ITEMS-RELEASED + WS-ITEMS-DECLINED + WS-ITEMS-AWAITING
               STRING "ITEMS READ = RELEASED + DECLINED + AWAITING - "
                   "AGREE"
                   DELIMITED BY SIZE INTO SUP-RPT-LINE
           ELSE
               STRING "ITEMS READ = RELEASED + DECLINED + AWAITING - "
                   "*** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO SUP-RPT-LINE
               SET DECK-SUSPECT TO TRUE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-AGING-SUMMARY.
      *
       WRITE-AGING-SUMMARY.
           MOVE SPACES TO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "AGING OF ITEMS STILL AWAITING A DECISION"
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-AGING-LINE
               VARYING WS-AGE-IX FROM 1 BY 1 UNTIL WS-AGE-IX > 4.
      *
       WRITE-AGING-LINE.
           MOVE WS-AGE-COUNT (WS-AGE-IX)  TO WS-EDIT-BUCKET-COUNT.
           MOVE WS-AGE-AMOUNT (WS-AGE-IX) TO WS-EDIT-BUCKET-AMT.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "  " WS-AGE-LABEL (WS-AGE-IX)
               "  ITEMS " WS-EDIT-BUCKET-COUNT
               "  AMOUNT " WS-EDIT-BUCKET-AMT
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * A GOOD CARD THAT MATCHED NOTHING USUALLY MEANS THE MEMBER ID
      * OR SUSPENSE DATE WAS KEYED WRONG - OR THE ITEM WAS ALREADY
      * DECIDED ON AN EARLIER DAY - SO EACH ONE IS LISTED FOR THE
      * OPERATOR TO CHASE RATHER THAN DROPPED QUIETLY.
       LIST-UNUSED-CARDS.
           MOVE ZERO TO WS-DCSN-IX.
           PERFORM UNTIL WS-DCSN-IX >= WS-CARDS-LOADED
               ADD 1 TO WS-DCSN-IX
               IF NOT WS-DCSN-USED (WS-DCSN-IX)
                   ADD 1 TO WS-CARDS-UNUSED
                   MOVE SPACES TO SUP-RPT-LINE
                   STRING "DECISION CARD MATCHED NO SUSPENDED ITEM - "
                       WS-DCSN-CARD (WS-DCSN-IX)
                       DELIMITED BY SIZE INTO SUP-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-CARDS-UNUSED TO WS-EDIT-UNUSED.
           MOVE SPACES TO SUP-RPT-LINE.
           STRING "CARDS UNMATCHED.: " WS-EDIT-UNUSED
               DELIMITED BY SIZE INTO SUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE SUP-RPT-LINE.
           IF WS-SUPRPT-STATUS NOT = "00"
               DISPLAY "MTMSUPV010E SUPRPT WRITE FAILED - FILE "
                   "STATUS " WS-SUPRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE SUS-IN SUPV-IN SUS-OUT SUP-RPT.
           DISPLAY "MTMSUPV011I ITEMS READ.....: " WS-ITEMS-READ.
           DISPLAY "MTMSUPV012I RELEASED.......: " WS-ITEMS-RELEASED.
           DISPLAY "MTMSUPV013I DECLINED.......: " WS-ITEMS-DECLINED.
           DISPLAY "MTMSUPV014I STILL AWAITING.: " WS-ITEMS-AWAITING.
           DISPLAY "MTMSUPV015I CARDS REJECTED.: " WS-CARDS-REJECTED.
           DISPLAY "MTMSUPV016I CARDS UNMATCHED: " WS-CARDS-UNUSED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE SUS-IN SUPV-IN REL-PEND REL-WORK SUS-OUT SUP-RPT.
           STOP RUN.
