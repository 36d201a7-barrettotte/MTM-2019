      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMFUTR.
       AUTHOR.        Otto B. Fun.
      *
      * FUTURE-DATED PENDING FILE MAINTENANCE AND RELEASE.
      *
      * THE NIGHTLY UPDATE HOLDS ANY ADD, CHANGE OR TRANSFER DATED
      * AFTER THE RUN DATE TO ITS HOLD FILE (HLDOUT) INSTEAD OF
      * REJECTING IT.
      * THIS PROGRAM READS THOSE HOLDS TOGETHER WITH THE PRIOR
      * PENDING FILE (PNDIN, MTMTRN01 LAYOUT - CONCATENATE THE NEW
      * HOLDS GENERATION AHEAD OF THE PRIOR PENDING GENERATION),
      * SORTS THEM INTO EFFECTIVE-DATE AND MEMBER ORDER, AND
      * DISPOSES OF EACH ITEM ONE OF THREE WAYS:
      *
      *   CANCELLED - A CANCEL CARD ON CNCLIN NAMES ITS MEMBER AND
      *               EFFECTIVE DATE; THE ITEM IS DROPPED AND LISTED.
      *   RELEASED  - ITS EFFECTIVE DATE HAS ARRIVED (ON OR BEFORE THE
      *               RUN DATE); IT GOES TO RELOUT, RESORTED INTO
      *               MEMBER-ID ORDER, WHICH THE NIGHTLY ZCOBOL STEP
      *               PICKS UP AS ITS FOURTH MERGE INPUT (RECIN4) AND
      *               PUTS THROUGH THE FULL EDITS AGAIN.
      *   PENDING   - STILL IN THE FUTURE; IT CARRIES FORWARD TO
      *               PNDOUT, THE NEW PENDING GENERATION, KEPT IN
      *               EFFECTIVE-DATE AND MEMBER ORDER.
      *
      * EVERY ITEM PRINTS ON THE PENDING REGISTER (PNDRPT) WITH WHAT
      * BECAME OF IT, SO THE REGISTER IS BOTH TONIGHT'S RELEASE LIST
      * AND THE FULL LIST OF WORK STILL WAITING FOR ITS DATE.
      *
      * CANCEL CARDS CARRY THE MEMBER ID IN COLUMNS 1-9 AND THE
      * EFFECTIVE DATE OF THE ITEM TO CANCEL IN 10-17 (CCYYMMDD), WITH
      * AN OPTIONAL BRANCH CODE IN 18-21 - WHEN PUNCHED, ONLY AN ITEM
      * SENT BY THAT BRANCH IS CANCELLED.  "*" IN COLUMN 1 IS A
      * COMMENT AND A BLANK CARD IS IGNORED.  A CARD THAT MATCHES NO
      * PENDING ITEM IS LISTED FOR THE OPERATOR TO CHASE.
      *
      * RELPEND IS THE CURRENT RELEASED GENERATION.  THE NIGHTLY
      * STREAM CATALOGS AN EMPTY ONE OVER IT ONCE IT HAS APPLIED IT,
      * SO ANYTHING STILL ON IT WAS RELEASED BY AN EARLIER RUN OF
      * THIS JOB AND HAS NOT BEEN APPLIED YET.  A NEW RELEASED
      * GENERATION WOULD PUSH THOSE ITEMS OUT FROM UNDER THE NIGHTLY
      * UPDATE, AND THEY ARE NO LONGER PENDING TO BE RELEASED AGAIN,
      * SO THE RUN STOPS RC=4 WITHOUT READING THE PENDING FILE OR
      * THE DECK; THE JOB'S LATER STEPS THEN CATALOG NOTHING.  RUN IT
      * AGAIN AFTER THE NIGHTLY UPDATE.
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
           SELECT PND-IN     ASSIGN TO PNDIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PNDIN-STATUS.
           SELECT CNCL-IN    ASSIGN TO CNCLIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CNCLIN-STATUS.
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
           SELECT PND-OUT    ASSIGN TO PNDOUT
                  FILE STATUS  IS WS-PNDOUT-STATUS.
           SELECT PND-RPT    ASSIGN TO PNDRPT
                  FILE STATUS  IS WS-PNDRPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PND-IN     RECORDING MODE F.
       01  PND-IN-MSG.
           COPY MTMTRN01.
      *
       FD  CNCL-IN    RECORDING MODE F.
       01  CNCL-IN-MSG            PIC X(80).
       01  CNCL-FLAG-REC.
           05  CNCL-FLAG-BYTE       PIC X(01).
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
       FD  PND-OUT    RECORDING MODE F.
       01  PND-OUT-MSG.
           COPY MTMTRN01.
      *
       FD  PND-RPT    RECORDING MODE F.
       01  PND-RPT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
             88 LAST-REC            VALUE "Y".
         05 SORTEOF           PIC X VALUE SPACE.
             88 SORT-EOF            VALUE "Y".
         05 CNCL-EOF-SW       PIC X VALUE SPACE.
             88 CNCL-EOF            VALUE "Y".
         05 CNCL-FOUND-SW     PIC X VALUE SPACE.
             88 CNCL-FOUND          VALUE "Y".
         05 PENDING-SW        PIC X VALUE SPACE.
             88 RELEASES-PENDING    VALUE "Y".
      *
       01  WS-FILE-STATUSES.
           05  WS-PNDIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-CNCLIN-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RELPEND-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RELWORK-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RELOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PNDOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PNDRPT-STATUS     PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-ITEMS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-RELEASED    PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-CANCELLED   PIC 9(09) COMP VALUE ZERO.
           05  WS-ITEMS-PENDING     PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-LOADED      PIC 9(05) COMP VALUE ZERO.
           05  WS-CARDS-UNUSED      PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-CANCEL-LIMITS.
           05  WS-CNCL-MAX          PIC 9(05) COMP VALUE 1000.
           05  WS-CNCL-IX           PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-CANCEL-TABLE.
           05  WS-CNCL-ENTRY OCCURS 1000.
               10  WS-CNCL-CARD     PIC X(80).
               10  WS-CNCL-USED-SW  PIC X(01).
                   88  WS-CNCL-USED     VALUE "Y".
      *
       01  WS-CNCL-REC.
           05  WS-CNC-MEMBER-ID     PIC X(09).
           05  WS-CNC-EFF-DATE      PIC X(08).
           05  WS-CNC-BRANCH-CODE   PIC X(04).
           05  FILLER               PIC X(59).
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *
       01  WS-ITEM-DESC             PIC X(09) VALUE SPACES.
      *
      * THE ITEM'S DATE AND AMOUNT PRINT FROM HERE: EDITED WHEN THE
      * FIELD IS NUMERIC, BLANK WHEN IT IS NOT.
       01  WS-EFF-DATE-PRINT        PIC X(10) VALUE SPACES.
       01  WS-AMOUNT-PRINT          PIC X(12) VALUE SPACES.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-EFF-DATE     PIC 9999/99/99.
           05  WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-READ         PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RELEASED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-CANCELLED    PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-PENDING      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-LOADED       PIC ZZZ,ZZ9.
           05  WS-EDIT-UNUSED       PIC ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM CHECK-PENDING-RELEASES.
           IF RELEASES-PENDING
               CLOSE REL-WORK
               PERFORM CLOSE-FILES
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM LOAD-CANCEL-CARDS
               PERFORM WRITE-PAGE-HEADING
               SORT SORT-FILE
                   ON ASCENDING KEY TRN-EFFECTIVE-DATE OF SORT-REC
                                    TRN-MEMBER-ID      OF SORT-REC
                   INPUT  PROCEDURE IS RELEASE-PENDING-ITEMS
                   OUTPUT PROCEDURE IS DISPOSE-PENDING-ITEMS
               CLOSE REL-WORK
               PERFORM SORT-RELEASED-ITEMS
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM CLOSE-FILES
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT PND-IN.
           IF WS-PNDIN-STATUS NOT = "00"
               DISPLAY "MTMFUTR001E PNDIN FAILED TO OPEN - FILE "
                   "STATUS " WS-PNDIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT CNCL-IN.
           IF WS-CNCLIN-STATUS NOT = "00"
               DISPLAY "MTMFUTR002E CNCLIN FAILED TO OPEN - FILE "
                   "STATUS " WS-CNCLIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT REL-PEND.
           IF WS-RELPEND-STATUS NOT = "00"
               DISPLAY "MTMFUTR016E RELPEND FAILED TO OPEN - FILE "
                   "STATUS " WS-RELPEND-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT REL-WORK.
           IF WS-RELWORK-STATUS NOT = "00"
               DISPLAY "MTMFUTR003E RELWORK FAILED TO OPEN - FILE "
                   "STATUS " WS-RELWORK-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT PND-OUT.
           IF WS-PNDOUT-STATUS NOT = "00"
               DISPLAY "MTMFUTR004E PNDOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-PNDOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT PND-RPT.
           IF WS-PNDRPT-STATUS NOT = "00"
               DISPLAY "MTMFUTR005E PNDRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-PNDRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
      * ONE RECORD ON RELPEND IS ENOUGH TO KNOW THE LAST RUN'S
      * RELEASES ARE STILL WAITING FOR THE NIGHTLY UPDATE.
       CHECK-PENDING-RELEASES.
           READ REL-PEND
               AT END
                   CONTINUE
               NOT AT END
                   SET RELEASES-PENDING TO TRUE
                   DISPLAY "MTMFUTR017W RELEASES FROM AN EARLIER RUN "
                       "NOT YET APPLIED BY THE NIGHTLY UPDATE"
                   PERFORM WRITE-PAGE-HEADING
                   MOVE SPACES TO PND-RPT-LINE
                   STRING "RELEASES FROM AN EARLIER RUN NOT YET "
                       "APPLIED - NOTHING RELEASED OR CARRIED - RUN "
                       "AGAIN AFTER THE NIGHTLY UPDATE"
                       DELIMITED BY SIZE INTO PND-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-READ.
           CLOSE REL-PEND.
      *
      * THE CANCEL DECK IS SMALL, SO IT IS HELD IN A TABLE AND EACH
      * PENDING ITEM IS CHECKED AGAINST IT AS IT COMES OUT OF THE
      * SORT.  COMMENT AND BLANK CARDS NEVER REACH THE TABLE.
       LOAD-CANCEL-CARDS.
           PERFORM UNTIL CNCL-EOF
               READ CNCL-IN
                   AT END
                       SET CNCL-EOF TO TRUE
                   NOT AT END
                       IF CNCL-FLAG-BYTE NOT = "*"
                          AND CNCL-IN-MSG NOT = SPACES
                           PERFORM TABLE-CANCEL-CARD
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "MTMFUTR006I CANCEL CARDS LOADED: "
               WS-CARDS-LOADED.
      *
       TABLE-CANCEL-CARD.
           IF WS-CARDS-LOADED >= WS-CNCL-MAX
               DISPLAY "MTMFUTR007E MORE THAN " WS-CNCL-MAX
                   " CANCEL CARDS - INCREASE THE TABLE AND RERUN"
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-CARDS-LOADED.
           MOVE CNCL-IN-MSG TO WS-CNCL-CARD (WS-CARDS-LOADED).
           MOVE SPACE TO WS-CNCL-USED-SW (WS-CARDS-LOADED).
      *
       RELEASE-PENDING-ITEMS.
           PERFORM READ-PENDING-ITEM UNTIL LAST-REC.
      *
       READ-PENDING-ITEM.
           READ PND-IN
               AT END
                   SET LAST-REC TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE PND-IN-MSG TO SORT-REC
                   RELEASE SORT-REC
           END-READ.
      *
       DISPOSE-PENDING-ITEMS.
           PERFORM RETURN-PENDING-ITEM UNTIL SORT-EOF.
      *
       RETURN-PENDING-ITEM.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   PERFORM DISPOSE-ONE-ITEM
           END-RETURN.
      *
      * A CANCEL CARD WINS OVER A RELEASE, SO AN ITEM CAN BE STOPPED
      * RIGHT UP TO THE NIGHT ITS DATE ARRIVES.  AN ITEM WHOSE DATE
      * IS NOT NUMERIC CANNOT HAVE COME FROM THE UPDATE'S HOLD LEG,
      * BUT IF ONE TURNS UP IT IS RELEASED SO THE UPDATE'S EDITS
      * REJECT IT BACK TO THE BRANCH INSTEAD OF IT SITTING HERE
      * FOREVER.
       DISPOSE-ONE-ITEM.
           PERFORM FIND-CANCEL-CARD.
           EVALUATE TRUE
               WHEN CNCL-FOUND
                   ADD 1 TO WS-ITEMS-CANCELLED
                   MOVE "CANCELLED" TO WS-ITEM-DESC
               WHEN TRN-EFFECTIVE-DATE OF SORT-REC NOT NUMERIC
               WHEN TRN-EFFECTIVE-DATE OF SORT-REC <= WS-RUN-DATE
                   MOVE SORT-REC TO REL-WORK-MSG
                   WRITE REL-WORK-MSG
                   IF WS-RELWORK-STATUS NOT = "00"
                       DISPLAY "MTMFUTR008E RELWORK WRITE FAILED - "
                           "FILE STATUS " WS-RELWORK-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   ADD 1 TO WS-ITEMS-RELEASED
                   MOVE "RELEASED" TO WS-ITEM-DESC
               WHEN OTHER
                   MOVE SORT-REC TO PND-OUT-MSG
                   WRITE PND-OUT-MSG
                   IF WS-PNDOUT-STATUS NOT = "00"
                       DISPLAY "MTMFUTR009E PNDOUT WRITE FAILED - "
                           "FILE STATUS " WS-PNDOUT-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   ADD 1 TO WS-ITEMS-PENDING
                   MOVE "PENDING" TO WS-ITEM-DESC
           END-EVALUATE.
           PERFORM WRITE-ITEM-LINE.
      *
       FIND-CANCEL-CARD.
           MOVE SPACE TO CNCL-FOUND-SW.
           MOVE ZERO  TO WS-CNCL-IX.
           PERFORM UNTIL CNCL-FOUND OR WS-CNCL-IX >= WS-CARDS-LOADED
               ADD 1 TO WS-CNCL-IX
               MOVE WS-CNCL-CARD (WS-CNCL-IX) TO WS-CNCL-REC
               IF WS-CNC-MEMBER-ID = TRN-MEMBER-ID OF SORT-REC
                  AND WS-CNC-EFF-DATE = TRN-EFFECTIVE-DATE OF SORT-REC
                  AND (WS-CNC-BRANCH-CODE = SPACES
                       OR WS-CNC-BRANCH-CODE =
                          TRN-BRANCH-CODE OF SORT-REC)
                   SET CNCL-FOUND TO TRUE
                   MOVE "Y" TO WS-CNCL-USED-SW (WS-CNCL-IX)
               END-IF
           END-PERFORM.
      *
      * THE RELEASED ITEMS CAME OUT OF THE FIRST SORT IN EFFECTIVE-
      * DATE ORDER, BUT THE NIGHTLY MERGE NEEDS EVERY INPUT IN
      * MEMBER-ID ORDER, SO THEY ARE SORTED AGAIN ON THE WAY OUT.
      * DUPLICATES KEEP THEIR DATE ORDER, SO TWO RELEASES FOR ONE
      * MEMBER REACH THE UPDATE OLDEST FIRST.
       SORT-RELEASED-ITEMS.
           SORT REL-SORT
               ON ASCENDING KEY TRN-MEMBER-ID OF REL-SORT-REC
               WITH DUPLICATES IN ORDER
               USING REL-WORK
               GIVING REL-OUT.
      *
       WRITE-ITEM-LINE.
           IF TRN-EFFECTIVE-DATE OF SORT-REC NUMERIC
               MOVE TRN-EFFECTIVE-DATE OF SORT-REC
                   TO WS-EDIT-EFF-DATE
               MOVE WS-EDIT-EFF-DATE TO WS-EFF-DATE-PRINT
           ELSE
               MOVE SPACES TO WS-EFF-DATE-PRINT
           END-IF.
           IF TRN-TRANS-AMOUNT OF SORT-REC NUMERIC
               MOVE TRN-TRANS-AMOUNT OF SORT-REC TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-AMOUNT-PRINT
           ELSE
               MOVE SPACES TO WS-AMOUNT-PRINT
           END-IF.
           MOVE SPACES TO PND-RPT-LINE.
           STRING "EFF DATE " WS-EFF-DATE-PRINT
               "  MEMBER " TRN-MEMBER-ID OF SORT-REC
               "  ACTION " TRN-ACTION-CODE OF SORT-REC
               "  BRANCH " TRN-BRANCH-CODE OF SORT-REC
               "  STATUS " TRN-MEMBER-STATUS OF SORT-REC
               "  AMOUNT " WS-AMOUNT-PRINT
               "  " WS-ITEM-DESC
               DELIMITED BY SIZE INTO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
           MOVE SPACES TO PND-RPT-LINE.
           STRING "MTMFUTR FUTURE-DATED PENDING REGISTER - RUN DATE "
               WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REGISTER-TOTALS.
           MOVE WS-ITEMS-READ      TO WS-EDIT-READ.
           MOVE WS-ITEMS-RELEASED  TO WS-EDIT-RELEASED.
           MOVE WS-ITEMS-CANCELLED TO WS-EDIT-CANCELLED.
           MOVE WS-ITEMS-PENDING   TO WS-EDIT-PENDING.
           MOVE WS-CARDS-LOADED    TO WS-EDIT-LOADED.
           MOVE SPACES TO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PND-RPT-LINE.
           STRING "ITEMS READ......: " WS-EDIT-READ
               DELIMITED BY SIZE INTO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PND-RPT-LINE.
           STRING "RELEASED........: " WS-EDIT-RELEASED
               DELIMITED BY SIZE INTO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PND-RPT-LINE.
           STRING "CANCELLED.......: " WS-EDIT-CANCELLED
               DELIMITED BY SIZE INTO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PND-RPT-LINE.
           STRING "STILL PENDING...: " WS-EDIT-PENDING
               DELIMITED BY SIZE INTO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PND-RPT-LINE.
           STRING "CANCEL CARDS....: " WS-EDIT-LOADED
               DELIMITED BY SIZE INTO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LIST-UNUSED-CARDS.
           MOVE SPACES TO PND-RPT-LINE.
           IF WS-ITEMS-READ =
              WS-ITEMS-RELEASED + WS-ITEMS-CANCELLED + WS-ITEMS-PENDING
               STRING "ITEMS READ = RELEASED + CANCELLED + PENDING - "
                   "AGREE"
                   DELIMITED BY SIZE INTO PND-RPT-LINE
           ELSE
               STRING "ITEMS READ = RELEASED + CANCELLED + PENDING - "
                   "*** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO PND-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
      * A CANCEL CARD THAT MATCHED NOTHING USUALLY MEANS THE MEMBER
      * ID OR DATE WAS KEYED WRONG - OR THE ITEM ALREADY RELEASED ON
      * AN EARLIER NIGHT - SO EACH ONE IS LISTED FOR THE OPERATOR TO
      * CHASE RATHER THAN DROPPED QUIETLY.
       LIST-UNUSED-CARDS.
           MOVE ZERO TO WS-CNCL-IX.
           PERFORM UNTIL WS-CNCL-IX >= WS-CARDS-LOADED
               ADD 1 TO WS-CNCL-IX
               IF NOT WS-CNCL-USED (WS-CNCL-IX)
                   ADD 1 TO WS-CARDS-UNUSED
                   MOVE WS-CNCL-CARD (WS-CNCL-IX) TO WS-CNCL-REC
                   MOVE SPACES TO PND-RPT-LINE
                   STRING "CANCEL CARD FOR MEMBER " WS-CNC-MEMBER-ID
                       " EFF DATE " WS-CNC-EFF-DATE
                       " MATCHED NO PENDING ITEM"
                       DELIMITED BY SIZE INTO PND-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-CARDS-UNUSED TO WS-EDIT-UNUSED.
           MOVE SPACES TO PND-RPT-LINE.
           STRING "CARDS UNMATCHED.: " WS-EDIT-UNUSED
               DELIMITED BY SIZE INTO PND-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE PND-RPT-LINE.
           IF WS-PNDRPT-STATUS NOT = "00"
               DISPLAY "MTMFUTR010E PNDRPT WRITE FAILED - FILE "
                   "STATUS " WS-PNDRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE PND-IN CNCL-IN PND-OUT PND-RPT.
           DISPLAY "MTMFUTR011I ITEMS READ.....: " WS-ITEMS-READ.
           DISPLAY "MTMFUTR012I RELEASED.......: " WS-ITEMS-RELEASED.
           DISPLAY "MTMFUTR013I CANCELLED......: " WS-ITEMS-CANCELLED.
           DISPLAY "MTMFUTR014I STILL PENDING..: " WS-ITEMS-PENDING.
           DISPLAY "MTMFUTR015I CARDS UNMATCHED: " WS-CARDS-UNUSED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE PND-IN CNCL-IN REL-PEND REL-WORK PND-OUT PND-RPT.
           STOP RUN.
