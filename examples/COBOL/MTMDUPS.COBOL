      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMDUPS.
       AUTHOR.        Otto B. Fun.
      *
      * SUSPECTED DUPLICATE MEMBER REPORT.
      *
      * THE NIGHTLY ADD EDITS ONLY CHECK THAT A NEW MEMBER HAS A NAME
      * AND AN ID NOT ALREADY ON FILE, SO THE SAME PERSON OPENED UNDER
      * A SECOND MEMBER ID - USUALLY AT ANOTHER BRANCH - GOES STRAIGHT
      * ONTO THE MASTER.  THIS RUN READS THE CURRENT MASTER GENERATION
      * (MASTIN, MTMREC01 IN ITS HEADER/TRAILER ENVELOPE) AND GROUPS
      * THE MEMBERS WHOSE NAMES SUGGEST THE SAME PERSON.  EACH NAME IS
      * FOLDED TO UPPER CASE; AN APOSTROPHE OR HYPHEN IS DROPPED
      * (O'NEIL = ONEIL, SMITH-JONES = SMITHJONES) AND ANY OTHER
      * CHARACTER THAT IS NOT A LETTER OR DIGIT SEPARATES WORDS.  THE
      * NAME IS CARRIED SURNAME FIRST, SO THE FIRST WORD IS THE
      * SURNAME AND THE SECOND THE FIRST NAME OR INITIAL.  TWO MATCH
      * KEYS ARE BUILT FOR EVERY MEMBER AND SORTED (SORTWK1):
      *
      *   "N" - THE WHOLE NAME SQUEEZED OF SPACING AND PUNCTUATION.
      *         EVERY TWO MEMBERS SHARING IT ARE A SUSPECT PAIR
      *         (SMITH, JOHN / SMITH JOHN / MC DONALD / MCDONALD).
      *   "I" - THE SURNAME AND THE FIRST LETTER OF THE FIRST NAME.
      *         TWO MEMBERS SHARING IT ARE A SUSPECT PAIR WHEN THEIR
      *         FIRST NAMES ARE THE SAME OR ONE IS ONLY AN INITIAL
      *         (SMITH J / SMITH JOHN / SMITH JOHN A, BUT NOT SMITH
      *         JOHN / SMITH JANE), UNLESS THE "N" KEY HAS ALREADY
      *         PAIRED THEM.  A ONE-WORD NAME HAS NO "I" KEY.
      *
      * A BLANK NAME IS NOT COMPARED.  ONLY THE FIRST 200 MEMBERS
      * UNDER ANY ONE KEY ARE COMPARED; THE REST ARE COUNTED AND
      * NOTED ON THE REPORT.
      *
      * A PAIR ON THE EXCLUSION LIST (EXCLIN, MTMDUP01) HAS BEEN
      * CONFIRMED AS TWO DIFFERENT PEOPLE AND IS NOT REPORTED.  EVERY
      * OTHER PAIR GOES TO THE REVIEW FILE (REVOUT, MTMDUP01) FOR THE
      * BRANCHES TO WORK THROUGH, AND EVERY MEMBER IN AT LEAST ONE
      * SUSPECT PAIR IS LISTED UNDER ITS GROUP ON DUPRPT WITH ITS ID,
      * BRANCH, STATUS, AMOUNT AND LAST-MAINTENANCE STAMP.
      *
      * BEFORE THE MASTER IS READ, THE DECISIONS THE BRANCHES KEYED ON
      * THE LAST REVIEW FILE (REVIN) ARE TAKEN.  A "D" (DIFFERENT
      * PEOPLE) PAIR IS ADDED TO THE EXCLUSION LIST, WHICH IS WRITTEN
      * OUT WHOLE TO THE NEXT GENERATION (EXCLOUT) AND SO TAKES
      * EFFECT THIS RUN.  AN "S" (SAME PERSON) PAIR IS LEFT TO THE
      * BRANCHES TO MERGE BY NORMAL MAINTENANCE; IF THE PAIR IS FOUND
      * AGAIN ITS DECISION IS CARRIED TO THE NEW REVIEW FILE.  A
      * DECISION WITH NO DECIDED-BY, AN UNKNOWN DECISION CODE, OR A
      * PAIR NOT AS THE RUN CUT IT IS NOT TAKEN; IT IS LISTED AND THE
      * PAIR COMES BACK UNDECIDED.
      *
      * THE REPORT ENDS WITH PROOFS THAT THE MASTER READ AGREES WITH
      * ITS TRAILER AND THAT THE NEW EXCLUSION LIST HOLDS THE OLD ONE
      * PLUS THE PAIRS ADDED; ANY DIFFERENCE ENDS RC=8.
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
           SELECT MAST-IN    ASSIGN TO MASTIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MASTIN-STATUS.
           SELECT EXCL-IN    ASSIGN TO EXCLIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-EXCLIN-STATUS.
           SELECT REV-IN     ASSIGN TO REVIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-REVIN-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK1.
           SELECT EXCL-OUT   ASSIGN TO EXCLOUT
                  FILE STATUS  IS WS-EXCLOUT-STATUS.
           SELECT REV-OUT    ASSIGN TO REVOUT
                  FILE STATUS  IS WS-REVOUT-STATUS.
           SELECT DUP-RPT    ASSIGN TO DUPRPT
                  FILE STATUS  IS WS-DUPRPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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
       FD  EXCL-IN    RECORDING MODE F.
       01  EXCL-IN-MSG.
           COPY MTMDUP01.
      *
       FD  REV-IN     RECORDING MODE F.
       01  REV-IN-MSG.
           COPY MTMDUP01.
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-MATCH-TYPE       PIC X(01).
           05  SRT-MATCH-KEY        PIC X(31).
           05  SRT-MEMBER-ID        PIC 9(09).
           05  SRT-GIVEN-NAME       PIC X(30).
           05  SRT-SQUEEZED-NAME    PIC X(30).
           05  SRT-MASTER-IMAGE     PIC X(80).
      *
       FD  EXCL-OUT   RECORDING MODE F.
       01  EXCL-OUT-MSG.
           COPY MTMDUP01.
      *
       FD  REV-OUT    RECORDING MODE F.
       01  REV-OUT-MSG.
           COPY MTMDUP01.
      *
       FD  DUP-RPT    RECORDING MODE F.
       01  DUP-RPT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTEOF           PIC X VALUE SPACE.
             88 MASTER-EOF          VALUE "Y".
         05 EXCLEOF           PIC X VALUE SPACE.
             88 EXCLUSION-EOF       VALUE "Y".
         05 REVEOF            PIC X VALUE SPACE.
             88 REVIEW-EOF          VALUE "Y".
         05 SORT-EOF-SW       PIC X VALUE SPACE.
             88 SORT-EOF            VALUE "Y".
         05 HEADER-SW         PIC X VALUE SPACE.
             88 HEADER-SEEN         VALUE "Y".
         05 TRAILER-SW        PIC X VALUE SPACE.
             88 TRAILER-SEEN        VALUE "Y".
         05 IN-WORD-SW        PIC X VALUE SPACE.
             88 IN-WORD             VALUE "Y".
         05 PHASE-SW          PIC X VALUE SPACE.
             88 MARKING-PHASE       VALUE "M".
             88 WRITING-PHASE       VALUE "W".
         05 SUSPECT-SW        PIC X VALUE SPACE.
             88 PAIR-SUSPECT        VALUE "Y".
         05 EXCLUDED-SW       PIC X VALUE SPACE.
             88 PAIR-EXCLUDED       VALUE "Y".
         05 SAME-SW           PIC X VALUE SPACE.
             88 PAIR-CONFIRMED-SAME VALUE "Y".
         05 BALANCE-SW        PIC X VALUE "Y".
             88 RUN-IN-BALANCE      VALUE "Y".
             88 RUN-OUT-OF-BALANCE  VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-MASTIN-STATUS     PIC X(02) VALUE SPACES.
           05  WS-EXCLIN-STATUS     PIC X(02) VALUE SPACES.
           05  WS-REVIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-EXCLOUT-STATUS    PIC X(02) VALUE SPACES.
           05  WS-REVOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-DUPRPT-STATUS     PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-MASTER-READ       PIC 9(09) COMP VALUE ZERO.
           05  WS-TRAILER-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-NAMES-SKIPPED     PIC 9(09) COMP VALUE ZERO.
           05  WS-GROUPS-FOUND      PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBERS-LISTED    PIC 9(09) COMP VALUE ZERO.
           05  WS-PAIRS-WRITTEN     PIC 9(09) COMP VALUE ZERO.
           05  WS-PAIRS-EXCLUDED    PIC 9(09) COMP VALUE ZERO.
           05  WS-PAIRS-SAME        PIC 9(09) COMP VALUE ZERO.
           05  WS-KEYS-TRUNCATED    PIC 9(09) COMP VALUE ZERO.
           05  WS-EXCL-READ         PIC 9(09) COMP VALUE ZERO.
           05  WS-EXCL-ADDED        PIC 9(09) COMP VALUE ZERO.
           05  WS-EXCL-WRITTEN      PIC 9(09) COMP VALUE ZERO.
           05  WS-EXCL-EXPECTED     PIC 9(09) COMP VALUE ZERO.
           05  WS-REVIEW-READ       PIC 9(09) COMP VALUE ZERO.
           05  WS-DCSN-DIFFERENT    PIC 9(09) COMP VALUE ZERO.
           05  WS-DCSN-ALREADY      PIC 9(09) COMP VALUE ZERO.
           05  WS-DCSN-SAME         PIC 9(09) COMP VALUE ZERO.
           05  WS-DCSN-UNDECIDED    PIC 9(09) COMP VALUE ZERO.
           05  WS-DCSN-REFUSED      PIC 9(09) COMP VALUE ZERO.
      *
      * THE EXCLUSION LIST AND THE SAME-PERSON DECISIONS ARE HELD IN
      * CORE FOR THE PAIR LOOK-UPS; A GROUP IS HELD IN CORE UNTIL ITS
      * KEY CHANGES SO EVERY TWO OF ITS MEMBERS CAN BE COMPARED.
       01  WS-TABLE-LIMITS.
           05  WS-EXCL-MAX          PIC 9(05) COMP VALUE 5000.
           05  WS-EXCL-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-EXCL-IX           PIC 9(05) COMP VALUE ZERO.
           05  WS-SAME-MAX          PIC 9(05) COMP VALUE 1000.
           05  WS-SAME-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-SAME-IX           PIC 9(05) COMP VALUE ZERO.
           05  WS-GROUP-MAX         PIC 9(05) COMP VALUE 200.
           05  WS-GROUP-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  WS-GROUP-DROPPED     PIC 9(05) COMP VALUE ZERO.
           05  WS-GROUP-PAIRS       PIC 9(05) COMP VALUE ZERO.
           05  WS-GRP-I             PIC 9(05) COMP VALUE ZERO.
           05  WS-GRP-J             PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-EXCLUSION-TABLE.
           05  WS-EXCL-ENTRY OCCURS 5000.
               10  WS-EXCL-ID-1     PIC 9(09).
               10  WS-EXCL-ID-2     PIC 9(09).
               10  WS-EXCL-REC      PIC X(80).
      *
       01  WS-SAME-TABLE.
           05  WS-SAME-ENTRY OCCURS 1000.
               10  WS-SAME-ID-1     PIC 9(09).
               10  WS-SAME-ID-2     PIC 9(09).
               10  WS-SAME-BY       PIC X(08).
               10  WS-SAME-DATE     PIC X(08).
      *
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200.
               10  WS-GRP-IMAGE     PIC X(80).
               10  WS-GRP-GIVEN     PIC X(30).
               10  WS-GRP-SQUEEZED  PIC X(30).
               10  WS-GRP-LIST-SW   PIC X(01).
                   88  WS-GRP-LISTED    VALUE "Y".
      *
       01  WS-CURRENT-GROUP.
           05  WS-GROUP-TYPE        PIC X(01) VALUE SPACE.
           05  WS-GROUP-KEY         PIC X(31) VALUE SPACES.
           05  WS-GROUP-NUMBER      PIC 9(05) VALUE ZERO.
      *
       01  WS-PAIR-KEY.
           05  WS-PAIR-ID-1         PIC 9(09) VALUE ZERO.
           05  WS-PAIR-ID-2         PIC 9(09) VALUE ZERO.
      *
      * NAME NORMALIZATION.  THE NAME IS FOLDED TO UPPER CASE AND
      * SCANNED ONE CHARACTER AT A TIME INTO THE SQUEEZED NAME, THE
      * SURNAME (FIRST WORD), AND THE FIRST NAME (SECOND WORD).
       01  WS-NAME-WORK-AREA.
           05  WS-NAME-WORK         PIC X(30) VALUE SPACES.
           05  WS-NAME-CHAR         PIC X(01) VALUE SPACE.
           05  WS-NAME-IX           PIC 9(02) COMP VALUE ZERO.
           05  WS-WORD-COUNT        PIC 9(02) COMP VALUE ZERO.
           05  WS-SQUEEZED-NAME     PIC X(30) VALUE SPACES.
           05  WS-SQUEEZED-LEN      PIC 9(02) COMP VALUE ZERO.
           05  WS-SURNAME           PIC X(30) VALUE SPACES.
           05  WS-SURNAME-LEN       PIC 9(02) COMP VALUE ZERO.
           05  WS-GIVEN-NAME        PIC X(30) VALUE SPACES.
           05  WS-GIVEN-LEN         PIC 9(02) COMP VALUE ZERO.
       01  WS-LOWER-CASE            PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE            PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
       01  WS-MEMBER-A.
           COPY MTMREC01.
       01  WS-MEMBER-B.
           COPY MTMREC01.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-MATCH-DESC            PIC X(54) VALUE SPACES.
       01  WS-KEY-PRINT             PIC X(32) VALUE SPACES.
       01  WS-DECISION-DESC         PIC X(50) VALUE SPACES.
       01  WS-STATUS-DESC           PIC X(08) VALUE SPACES.
       01  WS-MAINT-PRINT           PIC X(30) VALUE SPACES.
       01  WS-PROOF-RESULT          PIC X(20) VALUE SPACES.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-MAINT-DATE   PIC 9999/99/99.
           05  WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-GROUP        PIC ZZZZ9.
           05  WS-EDIT-COUNT-1      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT-2      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT-3      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT-4      PIC ZZZ,ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-EXCLUSION-LIST.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM TAKE-REVIEW-DECISIONS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-MATCH-TYPE
                                SRT-MATCH-KEY
                                SRT-MEMBER-ID
               INPUT  PROCEDURE IS SCAN-THE-MASTER
               OUTPUT PROCEDURE IS LIST-SUSPECT-GROUPS.
           PERFORM WRITE-EXCLUSION-LIST.
           PERFORM PROVE-THE-RUN.
           PERFORM CLOSE-FILES.
           IF RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT MAST-IN.
           IF WS-MASTIN-STATUS NOT = "00"
               DISPLAY "MTMDUPS001E MASTIN FAILED TO OPEN - FILE "
                   "STATUS " WS-MASTIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT EXCL-IN.
           IF WS-EXCLIN-STATUS NOT = "00"
               DISPLAY "MTMDUPS002E EXCLIN FAILED TO OPEN - FILE "
                   "STATUS " WS-EXCLIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT REV-IN.
           IF WS-REVIN-STATUS NOT = "00"
               DISPLAY "MTMDUPS003E REVIN FAILED TO OPEN - FILE "
                   "STATUS " WS-REVIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT EXCL-OUT.
           IF WS-EXCLOUT-STATUS NOT = "00"
               DISPLAY "MTMDUPS004E EXCLOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-EXCLOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT REV-OUT.
           IF WS-REVOUT-STATUS NOT = "00"
               DISPLAY "MTMDUPS005E REVOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-REVOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT DUP-RPT.
           IF WS-DUPRPT-STATUS NOT = "00"
               DISPLAY "MTMDUPS006E DUPRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-DUPRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
      * THE EXCLUSION LIST IS CUT ONLY BY THIS PROGRAM, LOWER MEMBER
      * ID FIRST, SO A RECORD THAT IS NOT IS A DAMAGED FILE.
       LOAD-EXCLUSION-LIST.
           PERFORM UNTIL EXCLUSION-EOF
               READ EXCL-IN
                   AT END
                       SET EXCLUSION-EOF TO TRUE
                   NOT AT END
                       IF WS-EXCLIN-STATUS NOT = "00"
                           DISPLAY "MTMDUPS007E EXCLIN READ FAILED - "
                               "FILE STATUS " WS-EXCLIN-STATUS
                           PERFORM ABEND-JOB
                       END-IF
                       ADD 1 TO WS-EXCL-READ
                       IF DUP-MEMBER-ID-1 OF EXCL-IN-MSG NOT NUMERIC
                          OR DUP-MEMBER-ID-2 OF EXCL-IN-MSG
                             NOT NUMERIC
                          OR DUP-MEMBER-ID-1 OF EXCL-IN-MSG
                             NOT < DUP-MEMBER-ID-2 OF EXCL-IN-MSG
                           DISPLAY "MTMDUPS008E EXCLIN RECORD "
                               WS-EXCL-READ " IS NOT A VALID PAIR: "
                               EXCL-IN-MSG
                           PERFORM ABEND-JOB
                       END-IF
                       MOVE DUP-MEMBER-ID-1 OF EXCL-IN-MSG
                           TO WS-PAIR-ID-1
                       MOVE DUP-MEMBER-ID-2 OF EXCL-IN-MSG
                           TO WS-PAIR-ID-2
                       MOVE EXCL-IN-MSG TO EXCL-OUT-MSG
                       PERFORM ADD-EXCLUSION-ENTRY
               END-READ
           END-PERFORM.
           CLOSE EXCL-IN.
      *
      * WS-PAIR-KEY AND EXCL-OUT-MSG IN.
       ADD-EXCLUSION-ENTRY.
           IF WS-EXCL-COUNT >= WS-EXCL-MAX
               DISPLAY "MTMDUPS009E MORE THAN " WS-EXCL-MAX
                   " PAIRS ON THE EXCLUSION LIST - RAISE WS-EXCL-MAX"
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-EXCL-COUNT.
           MOVE WS-PAIR-ID-1 TO WS-EXCL-ID-1 (WS-EXCL-COUNT).
           MOVE WS-PAIR-ID-2 TO WS-EXCL-ID-2 (WS-EXCL-COUNT).
           MOVE EXCL-OUT-MSG TO WS-EXCL-REC (WS-EXCL-COUNT).
      *
      * WS-PAIR-KEY IN, PAIR-EXCLUDED OUT.
       FIND-EXCLUSION.
           MOVE SPACE TO EXCLUDED-SW.
           MOVE ZERO  TO WS-EXCL-IX.
           PERFORM UNTIL PAIR-EXCLUDED OR WS-EXCL-IX >= WS-EXCL-COUNT
               ADD 1 TO WS-EXCL-IX
               IF WS-EXCL-ID-1 (WS-EXCL-IX) = WS-PAIR-ID-1
                  AND WS-EXCL-ID-2 (WS-EXCL-IX) = WS-PAIR-ID-2
                   SET PAIR-EXCLUDED TO TRUE
               END-IF
           END-PERFORM.
      *
      * WS-PAIR-KEY IN, PAIR-CONFIRMED-SAME AND WS-SAME-IX OUT.
       FIND-SAME-DECISION.
           MOVE SPACE TO SAME-SW.
           MOVE ZERO  TO WS-SAME-IX.
           PERFORM UNTIL PAIR-CONFIRMED-SAME
                      OR WS-SAME-IX >= WS-SAME-COUNT
               ADD 1 TO WS-SAME-IX
               IF WS-SAME-ID-1 (WS-SAME-IX) = WS-PAIR-ID-1
                  AND WS-SAME-ID-2 (WS-SAME-IX) = WS-PAIR-ID-2
                   SET PAIR-CONFIRMED-SAME TO TRUE
               END-IF
           END-PERFORM.
      *
      * THE LAST REVIEW FILE, AS THE BRANCHES HAVE WORKED IT.  EVERY
      * DECISION IS LISTED WITH WHAT WAS DONE WITH IT; A PAIR NOT YET
      * REVIEWED IS ONLY COUNTED, SINCE IT WILL BE FOUND AGAIN.
       TAKE-REVIEW-DECISIONS.
           MOVE SPACES TO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "DECISIONS TAKEN FROM THE LAST REVIEW FILE"
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM UNTIL REVIEW-EOF
               READ REV-IN
                   AT END
                       SET REVIEW-EOF TO TRUE
                   NOT AT END
                       IF WS-REVIN-STATUS NOT = "00"
                           DISPLAY "MTMDUPS010E REVIN READ FAILED - "
                               "FILE STATUS " WS-REVIN-STATUS
                           PERFORM ABEND-JOB
                       END-IF
                       ADD 1 TO WS-REVIEW-READ
                       PERFORM TAKE-ONE-DECISION
               END-READ
           END-PERFORM.
           CLOSE REV-IN.
           IF WS-DCSN-DIFFERENT + WS-DCSN-ALREADY + WS-DCSN-SAME
              + WS-DCSN-REFUSED = ZERO
               MOVE SPACES TO DUP-RPT-LINE
               STRING "  NO DECISIONS ON THE LAST REVIEW FILE"
                   DELIMITED BY SIZE INTO DUP-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-DCSN-REFUSED > ZERO
               DISPLAY "MTMDUPS017W " WS-DCSN-REFUSED
                   " REVIEW DECISIONS NOT TAKEN - SEE DUPRPT"
           END-IF.
      *
       TAKE-ONE-DECISION.
           MOVE SPACES TO WS-DECISION-DESC.
           EVALUATE TRUE
               WHEN DUP-NOT-REVIEWED OF REV-IN-MSG
                   ADD 1 TO WS-DCSN-UNDECIDED
               WHEN DUP-MEMBER-ID-1 OF REV-IN-MSG NOT NUMERIC
                 OR DUP-MEMBER-ID-2 OF REV-IN-MSG NOT NUMERIC
                 OR DUP-MEMBER-ID-1 OF REV-IN-MSG
                    NOT < DUP-MEMBER-ID-2 OF REV-IN-MSG
                   MOVE "PAIR NOT AS CUT - NOT TAKEN"
                       TO WS-DECISION-DESC
                   ADD 1 TO WS-DCSN-REFUSED
               WHEN NOT DUP-DIFFERENT-PEOPLE OF REV-IN-MSG
                AND NOT DUP-SAME-PERSON OF REV-IN-MSG
                   STRING "DECISION CODE " DUP-DECISION OF REV-IN-MSG
                       " NOT RECOGNIZED - NOT TAKEN"
                       DELIMITED BY SIZE INTO WS-DECISION-DESC
                   ADD 1 TO WS-DCSN-REFUSED
               WHEN DUP-DECIDED-BY OF REV-IN-MSG = SPACES
                   MOVE "NO DECIDED-BY - NOT TAKEN"
                       TO WS-DECISION-DESC
                   ADD 1 TO WS-DCSN-REFUSED
               WHEN DUP-DIFFERENT-PEOPLE OF REV-IN-MSG
                   PERFORM TAKE-DIFFERENT-DECISION
               WHEN OTHER
                   PERFORM TAKE-SAME-DECISION
           END-EVALUATE.
           IF WS-DECISION-DESC NOT = SPACES
               MOVE SPACES TO DUP-RPT-LINE
               STRING "  " DUP-MEMBER-ID-1 OF REV-IN-MSG
                   " " DUP-BRANCH-1 OF REV-IN-MSG
                   " / " DUP-MEMBER-ID-2 OF REV-IN-MSG
                   " " DUP-BRANCH-2 OF REV-IN-MSG
                   "  BY " DUP-DECIDED-BY OF REV-IN-MSG
                   " ON " DUP-DECISION-DATE OF REV-IN-MSG
                   "  " WS-DECISION-DESC
                   DELIMITED BY SIZE INTO DUP-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       TAKE-DIFFERENT-DECISION.
           MOVE DUP-MEMBER-ID-1 OF REV-IN-MSG TO WS-PAIR-ID-1.
           MOVE DUP-MEMBER-ID-2 OF REV-IN-MSG TO WS-PAIR-ID-2.
           PERFORM FIND-EXCLUSION.
           IF PAIR-EXCLUDED
               MOVE "DIFFERENT PEOPLE - ALREADY ON THE EXCLUSION LIST"
                   TO WS-DECISION-DESC
               ADD 1 TO WS-DCSN-ALREADY
           ELSE
               MOVE REV-IN-MSG TO EXCL-OUT-MSG
               PERFORM ADD-EXCLUSION-ENTRY
               MOVE "DIFFERENT PEOPLE - ADDED TO THE EXCLUSION LIST"
                   TO WS-DECISION-DESC
               ADD 1 TO WS-DCSN-DIFFERENT
               ADD 1 TO WS-EXCL-ADDED
           END-IF.
      *
       TAKE-SAME-DECISION.
           IF WS-SAME-COUNT >= WS-SAME-MAX
               DISPLAY "MTMDUPS011E MORE THAN " WS-SAME-MAX
                   " SAME-PERSON DECISIONS - RAISE WS-SAME-MAX"
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-SAME-COUNT.
           MOVE DUP-MEMBER-ID-1 OF REV-IN-MSG
               TO WS-SAME-ID-1 (WS-SAME-COUNT).
           MOVE DUP-MEMBER-ID-2 OF REV-IN-MSG
               TO WS-SAME-ID-2 (WS-SAME-COUNT).
           MOVE DUP-DECIDED-BY OF REV-IN-MSG
               TO WS-SAME-BY (WS-SAME-COUNT).
           MOVE DUP-DECISION-DATE OF REV-IN-MSG
               TO WS-SAME-DATE (WS-SAME-COUNT).
           MOVE "SAME PERSON - FOR THE BRANCHES TO MERGE"
               TO WS-DECISION-DESC.
           ADD 1 TO WS-DCSN-SAME.
      *
      * EVERY MEMBER WITH A NAME GOES TO THE SORT UNDER ITS "N" KEY,
      * AND UNDER ITS "I" KEY AS WELL IF THE NAME HAS A FIRST NAME.
       SCAN-THE-MASTER.
           PERFORM READ-MASTER-RECORD.
           PERFORM RELEASE-MATCH-KEYS UNTIL MASTER-EOF.
      *
       RELEASE-MATCH-KEYS.
           PERFORM NORMALIZE-NAME.
           IF WS-SQUEEZED-LEN = ZERO
               ADD 1 TO WS-NAMES-SKIPPED
           ELSE
               MOVE SPACES TO SORT-REC
               MOVE "N" TO SRT-MATCH-TYPE
               MOVE WS-SQUEEZED-NAME TO SRT-MATCH-KEY
               MOVE MTM-MEMBER-ID OF MAST-IN-MSG TO SRT-MEMBER-ID
               MOVE WS-GIVEN-NAME TO SRT-GIVEN-NAME
               MOVE WS-SQUEEZED-NAME TO SRT-SQUEEZED-NAME
               MOVE MAST-IN-MSG TO SRT-MASTER-IMAGE
               RELEASE SORT-REC
               IF WS-GIVEN-LEN > ZERO
                   MOVE "I" TO SRT-MATCH-TYPE
                   MOVE WS-SURNAME TO SRT-MATCH-KEY
                   MOVE WS-GIVEN-NAME (1:1) TO SRT-MATCH-KEY (31:1)
                   RELEASE SORT-REC
               END-IF
           END-IF.
           PERFORM READ-MASTER-RECORD.
      *
       READ-MASTER-RECORD.
           MOVE SPACE TO MAST-RECORD-TYPE.
           PERFORM UNTIL MASTER-EOF
                      OR (MAST-RECORD-TYPE NOT = "H"
                          AND MAST-RECORD-TYPE NOT = "T"
                          AND MAST-RECORD-TYPE NOT = SPACE)
               READ MAST-IN
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-MASTIN-STATUS NOT = "00"
                           DISPLAY "MTMDUPS012E MASTIN READ FAILED - "
                               "FILE STATUS " WS-MASTIN-STATUS
                           PERFORM ABEND-JOB
                       END-IF
                       EVALUATE TRUE
                           WHEN MAST-RECORD-TYPE = "H"
                               SET HEADER-SEEN TO TRUE
                           WHEN MAST-RECORD-TYPE = "T"
                               SET TRAILER-SEEN TO TRUE
                               MOVE MTRL-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-MASTER-READ
                       END-EVALUATE
               END-READ
           END-PERFORM.
      *
      * AN APOSTROPHE OR HYPHEN JOINS THE LETTERS EITHER SIDE OF IT;
      * A SPACE OR ANY OTHER CHARACTER THAT IS NOT A LETTER OR DIGIT
      * ENDS A WORD.
       NORMALIZE-NAME.
           MOVE MTM-MEMBER-NAME OF MAST-IN-MSG TO WS-NAME-WORK.
           INSPECT WS-NAME-WORK
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE SPACES TO WS-SQUEEZED-NAME
                          WS-SURNAME
                          WS-GIVEN-NAME.
           MOVE ZERO   TO WS-SQUEEZED-LEN
                          WS-SURNAME-LEN
                          WS-GIVEN-LEN
                          WS-WORD-COUNT.
           MOVE SPACE  TO IN-WORD-SW.
           PERFORM SCAN-NAME-CHARACTER
               VARYING WS-NAME-IX FROM 1 BY 1
                 UNTIL WS-NAME-IX > 30.
      *
       SCAN-NAME-CHARACTER.
           MOVE WS-NAME-WORK (WS-NAME-IX:1) TO WS-NAME-CHAR.
           EVALUATE TRUE
               WHEN WS-NAME-CHAR = "'" OR WS-NAME-CHAR = "-"
                   CONTINUE
               WHEN (WS-NAME-CHAR ALPHABETIC
                     AND WS-NAME-CHAR NOT = SPACE)
                 OR WS-NAME-CHAR NUMERIC
                   IF NOT IN-WORD
                       SET IN-WORD TO TRUE
                       ADD 1 TO WS-WORD-COUNT
                   END-IF
                   ADD 1 TO WS-SQUEEZED-LEN
                   MOVE WS-NAME-CHAR
                       TO WS-SQUEEZED-NAME (WS-SQUEEZED-LEN:1)
                   EVALUATE WS-WORD-COUNT
                       WHEN 1
                           ADD 1 TO WS-SURNAME-LEN
                           MOVE WS-NAME-CHAR
                               TO WS-SURNAME (WS-SURNAME-LEN:1)
                       WHEN 2
                           ADD 1 TO WS-GIVEN-LEN
                           MOVE WS-NAME-CHAR
                               TO WS-GIVEN-NAME (WS-GIVEN-LEN:1)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   MOVE SPACE TO IN-WORD-SW
           END-EVALUATE.
      *
      * THE SORTED KEYS COME BACK GROUPED BY MATCH TYPE AND KEY, IN
      * MEMBER-ID ORDER WITHIN THE KEY.  EACH GROUP IS HELD UNTIL THE
      * KEY CHANGES AND THEN JUDGED.
       LIST-SUSPECT-GROUPS.
           MOVE SPACES TO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "SUSPECT GROUPS"
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM RETURN-FIRST-KEY.
           PERFORM PROCESS-SORTED-KEY UNTIL SORT-EOF.
           PERFORM CLOSE-GROUP.
           IF WS-GROUPS-FOUND = ZERO
               MOVE SPACES TO DUP-RPT-LINE
               STRING "  NO SUSPECTED DUPLICATE MEMBERS"
                   DELIMITED BY SIZE INTO DUP-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       RETURN-FIRST-KEY.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   PERFORM START-GROUP
                   PERFORM ADD-GROUP-MEMBER
           END-RETURN.
      *
       PROCESS-SORTED-KEY.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-MATCH-TYPE NOT = WS-GROUP-TYPE
                      OR SRT-MATCH-KEY NOT = WS-GROUP-KEY
                       PERFORM CLOSE-GROUP
                       PERFORM START-GROUP
                   END-IF
                   PERFORM ADD-GROUP-MEMBER
           END-RETURN.
      *
       START-GROUP.
           MOVE SRT-MATCH-TYPE TO WS-GROUP-TYPE.
           MOVE SRT-MATCH-KEY  TO WS-GROUP-KEY.
           MOVE ZERO TO WS-GROUP-COUNT
                        WS-GROUP-DROPPED.
      *
       ADD-GROUP-MEMBER.
           IF WS-GROUP-COUNT < WS-GROUP-MAX
               ADD 1 TO WS-GROUP-COUNT
               MOVE SRT-MASTER-IMAGE
                   TO WS-GRP-IMAGE (WS-GROUP-COUNT)
               MOVE SRT-GIVEN-NAME
                   TO WS-GRP-GIVEN (WS-GROUP-COUNT)
               MOVE SRT-SQUEEZED-NAME
                   TO WS-GRP-SQUEEZED (WS-GROUP-COUNT)
               MOVE SPACE TO WS-GRP-LIST-SW (WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-DROPPED
           END-IF.
      *
      * EVERY TWO MEMBERS IN THE GROUP ARE JUDGED TWICE: FIRST TO MARK
      * THE MEMBERS IN A SUSPECT PAIR, SO THE GROUP IS PRINTED ONLY IF
      * IT HAS ONE; THEN, ONCE ITS MEMBERS ARE LISTED, TO WRITE THE
      * PAIRS TO THE REVIEW FILE.
       CLOSE-GROUP.
           IF WS-GROUP-DROPPED > ZERO
               ADD 1 TO WS-KEYS-TRUNCATED
               DISPLAY "MTMDUPS013W KEY " WS-GROUP-TYPE " "
                   WS-GROUP-KEY " HAS MORE THAN " WS-GROUP-MAX
                   " MEMBERS - " WS-GROUP-DROPPED " NOT COMPARED"
           END-IF.
           IF WS-GROUP-COUNT > 1
               MOVE ZERO TO WS-GROUP-PAIRS
               SET MARKING-PHASE TO TRUE
               PERFORM JUDGE-PAIR
                   VARYING WS-GRP-I FROM 1 BY 1
                     UNTIL WS-GRP-I > WS-GROUP-COUNT
                     AFTER WS-GRP-J FROM 1 BY 1
                     UNTIL WS-GRP-J > WS-GROUP-COUNT
               IF WS-GROUP-PAIRS > ZERO
                   ADD 1 TO WS-GROUPS-FOUND
                   ADD 1 TO WS-GROUP-NUMBER
                   PERFORM WRITE-GROUP-HEADING
                   PERFORM LIST-GROUP-MEMBER
                       VARYING WS-GRP-I FROM 1 BY 1
                         UNTIL WS-GRP-I > WS-GROUP-COUNT
                   SET WRITING-PHASE TO TRUE
                   PERFORM JUDGE-PAIR
                       VARYING WS-GRP-I FROM 1 BY 1
                         UNTIL WS-GRP-I > WS-GROUP-COUNT
                         AFTER WS-GRP-J FROM 1 BY 1
                         UNTIL WS-GRP-J > WS-GROUP-COUNT
                   IF WS-GROUP-DROPPED > ZERO
                       PERFORM WRITE-TRUNCATED-LINE
                   END-IF
               END-IF
           END-IF.
      *
      * THE GROUP IS IN MEMBER-ID ORDER, SO THE EARLIER ENTRY OF A
      * PAIR ALWAYS HAS THE LOWER MEMBER ID.  UNDER AN "I" KEY THE
      * FIRST NAMES MUST AGREE OR ONE MUST BE ONLY AN INITIAL, AND A
      * PAIR WHOSE SQUEEZED NAMES ARE THE SAME IS LEFT TO ITS "N" KEY.
       JUDGE-PAIR.
           MOVE SPACE TO SUSPECT-SW.
           IF WS-GRP-J > WS-GRP-I
               IF WS-GROUP-TYPE = "N"
                   SET PAIR-SUSPECT TO TRUE
               ELSE
                   IF WS-GRP-SQUEEZED (WS-GRP-I)
                      NOT = WS-GRP-SQUEEZED (WS-GRP-J)
                      AND (WS-GRP-GIVEN (WS-GRP-I)
                           = WS-GRP-GIVEN (WS-GRP-J)
                        OR WS-GRP-GIVEN (WS-GRP-I) (2:29) = SPACES
                        OR WS-GRP-GIVEN (WS-GRP-J) (2:29) = SPACES)
                       SET PAIR-SUSPECT TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF PAIR-SUSPECT
               MOVE WS-GRP-IMAGE (WS-GRP-I) TO WS-MEMBER-A
               MOVE WS-GRP-IMAGE (WS-GRP-J) TO WS-MEMBER-B
               MOVE MTM-MEMBER-ID OF WS-MEMBER-A TO WS-PAIR-ID-1
               MOVE MTM-MEMBER-ID OF WS-MEMBER-B TO WS-PAIR-ID-2
               PERFORM FIND-EXCLUSION
               EVALUATE TRUE
                   WHEN PAIR-EXCLUDED AND MARKING-PHASE
                       ADD 1 TO WS-PAIRS-EXCLUDED
                   WHEN PAIR-EXCLUDED
                       CONTINUE
                   WHEN MARKING-PHASE
                       ADD 1 TO WS-GROUP-PAIRS
                       MOVE "Y" TO WS-GRP-LIST-SW (WS-GRP-I)
                       MOVE "Y" TO WS-GRP-LIST-SW (WS-GRP-J)
                   WHEN OTHER
                       PERFORM WRITE-REVIEW-PAIR
               END-EVALUATE
           END-IF.
      *
      * A PAIR THE BRANCHES HAVE ALREADY CONFIRMED AS THE SAME PERSON
      * KEEPS ITS DECISION, SO IT IS NOT WORKED TWICE.
       WRITE-REVIEW-PAIR.
           MOVE SPACES TO REV-OUT-MSG.
           MOVE WS-RUN-DATE     TO DUP-RUN-DATE OF REV-OUT-MSG.
           MOVE WS-GROUP-NUMBER TO DUP-GROUP-NUMBER OF REV-OUT-MSG.
           MOVE WS-GROUP-TYPE   TO DUP-MATCH-TYPE OF REV-OUT-MSG.
           MOVE WS-PAIR-ID-1    TO DUP-MEMBER-ID-1 OF REV-OUT-MSG.
           MOVE MTM-BRANCH-CODE OF WS-MEMBER-A
               TO DUP-BRANCH-1 OF REV-OUT-MSG.
           MOVE WS-PAIR-ID-2    TO DUP-MEMBER-ID-2 OF REV-OUT-MSG.
           MOVE MTM-BRANCH-CODE OF WS-MEMBER-B
               TO DUP-BRANCH-2 OF REV-OUT-MSG.
           PERFORM FIND-SAME-DECISION.
           IF PAIR-CONFIRMED-SAME
               MOVE "S" TO DUP-DECISION OF REV-OUT-MSG
               MOVE WS-SAME-BY (WS-SAME-IX)
                   TO DUP-DECIDED-BY OF REV-OUT-MSG
               MOVE WS-SAME-DATE (WS-SAME-IX)
                   TO DUP-DECISION-DATE OF REV-OUT-MSG
               ADD 1 TO WS-PAIRS-SAME
               MOVE SPACES TO DUP-RPT-LINE
               STRING "      PAIR " WS-PAIR-ID-1 " / " WS-PAIR-ID-2
                   " CONFIRMED SAME PERSON BY "
                   DUP-DECIDED-BY OF REV-OUT-MSG
                   " ON " DUP-DECISION-DATE OF REV-OUT-MSG
                   " - AWAITING MERGE"
                   DELIMITED BY SIZE INTO DUP-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           WRITE REV-OUT-MSG.
           IF WS-REVOUT-STATUS NOT = "00"
               DISPLAY "MTMDUPS014E REVOUT WRITE FAILED - FILE "
                   "STATUS " WS-REVOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-PAIRS-WRITTEN.
      *
       WRITE-GROUP-HEADING.
           MOVE SPACES TO WS-KEY-PRINT.
           IF WS-GROUP-TYPE = "N"
               MOVE "SAME NAME APART FROM SPACING AND PUNCTUATION"
                   TO WS-MATCH-DESC
               MOVE WS-GROUP-KEY TO WS-KEY-PRINT
           ELSE
               MOVE "SAME SURNAME - FIRST NAME OR INITIAL AGREES"
                   TO WS-MATCH-DESC
               STRING WS-GROUP-KEY (1:30) DELIMITED BY SPACE
                   " " WS-GROUP-KEY (31:1) DELIMITED BY SIZE
                   INTO WS-KEY-PRINT
           END-IF.
           MOVE WS-GROUP-NUMBER TO WS-EDIT-GROUP.
           MOVE SPACES TO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "  GROUP " WS-EDIT-GROUP
               "  " WS-MATCH-DESC
               "  KEY " WS-KEY-PRINT
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * RECORDS CUT BEFORE THE LAST-MAINTENANCE STAMP EXISTED CARRY
      * SPACES THERE, SO THE DATE IS CLASS-TESTED BEFORE EDITING.
       LIST-GROUP-MEMBER.
           IF WS-GRP-LISTED (WS-GRP-I)
               MOVE WS-GRP-IMAGE (WS-GRP-I) TO WS-MEMBER-A
               ADD 1 TO WS-MEMBERS-LISTED
               EVALUATE TRUE
                   WHEN MTM-STATUS-ACTIVE OF WS-MEMBER-A
                       MOVE "ACTIVE"   TO WS-STATUS-DESC
                   WHEN MTM-STATUS-INACTIVE OF WS-MEMBER-A
                       MOVE "INACTIVE" TO WS-STATUS-DESC
                   WHEN OTHER
                       MOVE "UNKNOWN"  TO WS-STATUS-DESC
               END-EVALUATE
               IF MTM-TRANS-AMOUNT OF WS-MEMBER-A NUMERIC
                   MOVE MTM-TRANS-AMOUNT OF WS-MEMBER-A
                       TO WS-EDIT-AMOUNT
               ELSE
                   MOVE ZERO TO WS-EDIT-AMOUNT
               END-IF
               MOVE SPACES TO WS-MAINT-PRINT
               IF MTM-LAST-MAINT-DATE OF WS-MEMBER-A NUMERIC
                   MOVE MTM-LAST-MAINT-DATE OF WS-MEMBER-A
                       TO WS-EDIT-MAINT-DATE
                   STRING WS-EDIT-MAINT-DATE
                       " ACTION " MTM-LAST-MAINT-ACTION OF WS-MEMBER-A
                       " BY " MTM-LAST-MAINT-BRANCH OF WS-MEMBER-A
                       DELIMITED BY SIZE INTO WS-MAINT-PRINT
               ELSE
                   MOVE "(NOT STAMPED)" TO WS-MAINT-PRINT
               END-IF
               MOVE SPACES TO DUP-RPT-LINE
               STRING "    " MTM-MEMBER-ID OF WS-MEMBER-A
                   "  " MTM-MEMBER-NAME OF WS-MEMBER-A
                   "  BRANCH " MTM-BRANCH-CODE OF WS-MEMBER-A
                   "  " WS-STATUS-DESC
                   "  " WS-EDIT-AMOUNT
                   "  LAST MAINT " WS-MAINT-PRINT
                   DELIMITED BY SIZE INTO DUP-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       WRITE-TRUNCATED-LINE.
           MOVE WS-GROUP-DROPPED TO WS-EDIT-COUNT-1.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "    *** " WS-EDIT-COUNT-1
               " MORE MEMBERS UNDER THIS KEY NOT COMPARED ***"
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * THE OLD LIST FIRST, IN ITS OWN ORDER, THEN TODAY'S ADDITIONS.
       WRITE-EXCLUSION-LIST.
           PERFORM WRITE-EXCLUSION-RECORD
               VARYING WS-EXCL-IX FROM 1 BY 1
                 UNTIL WS-EXCL-IX > WS-EXCL-COUNT.
      *
       WRITE-EXCLUSION-RECORD.
           MOVE WS-EXCL-REC (WS-EXCL-IX) TO EXCL-OUT-MSG.
           WRITE EXCL-OUT-MSG.
           IF WS-EXCLOUT-STATUS NOT = "00"
               DISPLAY "MTMDUPS015E EXCLOUT WRITE FAILED - FILE "
                   "STATUS " WS-EXCLOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-EXCL-WRITTEN.
      *
       PROVE-THE-RUN.
           MOVE SPACES TO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MASTER-READ    TO WS-EDIT-COUNT-1.
           MOVE WS-NAMES-SKIPPED  TO WS-EDIT-COUNT-2.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "MEMBERS READ...: " WS-EDIT-COUNT-1
               "  BLANK NAMES NOT COMPARED " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GROUPS-FOUND   TO WS-EDIT-COUNT-1.
           MOVE WS-MEMBERS-LISTED TO WS-EDIT-COUNT-2.
           MOVE WS-KEYS-TRUNCATED TO WS-EDIT-COUNT-3.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "SUSPECT GROUPS.: " WS-EDIT-COUNT-1
               "  MEMBERS LISTED " WS-EDIT-COUNT-2
               "  KEYS OVER THE GROUP LIMIT " WS-EDIT-COUNT-3
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PAIRS-WRITTEN  TO WS-EDIT-COUNT-1.
           MOVE WS-PAIRS-SAME     TO WS-EDIT-COUNT-2.
           MOVE WS-PAIRS-EXCLUDED TO WS-EDIT-COUNT-3.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "PAIRS TO REVIEW: " WS-EDIT-COUNT-1
               "  AWAITING MERGE " WS-EDIT-COUNT-2
               "  EXCLUDED, NOT REPORTED " WS-EDIT-COUNT-3
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REVIEW-READ    TO WS-EDIT-COUNT-1.
           ADD WS-DCSN-DIFFERENT WS-DCSN-ALREADY
               GIVING WS-EXCL-EXPECTED.
           MOVE WS-EXCL-EXPECTED  TO WS-EDIT-COUNT-2.
           MOVE WS-DCSN-SAME      TO WS-EDIT-COUNT-3.
           MOVE WS-DCSN-REFUSED   TO WS-EDIT-COUNT-4.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "LAST REVIEW....: " WS-EDIT-COUNT-1
               "  DIFFERENT " WS-EDIT-COUNT-2
               "  SAME " WS-EDIT-COUNT-3
               "  NOT TAKEN " WS-EDIT-COUNT-4
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MASTER-READ   TO WS-EDIT-COUNT-1.
           MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT-2.
           IF HEADER-SEEN AND TRAILER-SEEN
              AND WS-MASTER-READ = WS-TRAILER-COUNT
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "MASTER DETAILS.: COMPUTED " WS-EDIT-COUNT-1
               "  TRAILER " WS-EDIT-COUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-EXCL-READ WS-EXCL-ADDED GIVING WS-EXCL-EXPECTED.
           MOVE WS-EXCL-WRITTEN  TO WS-EDIT-COUNT-1.
           MOVE WS-EXCL-EXPECTED TO WS-EDIT-COUNT-2.
           IF WS-EXCL-WRITTEN = WS-EXCL-EXPECTED
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "EXCLUSIONS.....: WRITTEN  " WS-EDIT-COUNT-1
               "  ON FILE + ADDED " WS-EDIT-COUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING "MTMDUPS SUSPECTED DUPLICATE MEMBER REPORT - "
               "RUN DATE " WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO DUP-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE DUP-RPT-LINE.
           IF WS-DUPRPT-STATUS NOT = "00"
               DISPLAY "MTMDUPS016E DUPRPT WRITE FAILED - FILE "
                   "STATUS " WS-DUPRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE MAST-IN EXCL-OUT REV-OUT DUP-RPT.
           DISPLAY "MTMDUPS018I MASTER DETAILS READ: " WS-MASTER-READ.
           DISPLAY "MTMDUPS019I SUSPECT GROUPS.....: "
               WS-GROUPS-FOUND.
           DISPLAY "MTMDUPS020I PAIRS TO REVIEW....: "
               WS-PAIRS-WRITTEN.
           DISPLAY "MTMDUPS021I PAIRS EXCLUDED.....: "
               WS-PAIRS-EXCLUDED.
           DISPLAY "MTMDUPS022I EXCLUSIONS ADDED...: " WS-EXCL-ADDED.
           DISPLAY "MTMDUPS023I EXCLUSIONS ON FILE.: "
               WS-EXCL-WRITTEN.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE MAST-IN EXCL-IN REV-IN EXCL-OUT REV-OUT DUP-RPT.
           STOP RUN.
