      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMNAME.
       AUTHOR.        Otto B. Fun.
      *
      * MEMBER NAME SEARCH THROUGH THE NAME ALTERNATE INDEX ON THE
      * RECOUTX MASTER KSDS.
      *
      * MTMLOOK, MTMHINQ AND MTMPROF ALL WANT THE NINE-DIGIT MEMBER
      * ID; WHEN A BRANCH CALLS WITH ONLY A NAME THIS IS THE FIRST
      * STEP.  READS A CARD FILE OF NAMES (NAMEIN) AND BROWSES
      * PROD.MTM.MASTER.VSAM THROUGH ITS NAME PATH (RECOUTX1, AN
      * ALTERNATE INDEX OVER MTM-MEMBER-NAME, DUPLICATES ALLOWED),
      * LISTING EVERY MEMBER UNDER THE NAME WITH ITS ID, BRANCH,
      * STATUS, AMOUNT, AND LAST-MAINTENANCE STAMP SO THE CALLER CAN
      * PICK THE RIGHT MEMBER AND RUN THE FULL PROFILE.
      *
      * CARD LAYOUT:
      *     COLUMNS  1-30  THE NAME AS IT IS CARRIED ON THE MASTER.  A
      *                    NAME ENDING IN "*" IS A LEADING PREFIX
      *                    ("SMITH J*" FINDS EVERY NAME BEGINNING
      *                    "SMITH J"); WITHOUT ONE THE WHOLE NAME MUST
      *                    MATCH.
      *     COLUMNS 31-34  OPTIONAL BRANCH CODE - ONLY MEMBERS OF THAT
      *                    BRANCH ARE LISTED.
      * A CARD WITH NO NAME IS FLAGGED AND SKIPPED.  A SHORT PREFIX
      * CAN MATCH A GREAT MANY MEMBERS, SO EACH CARD STOPS LISTING
      * AFTER WS-MATCH-MAX MATCHES AND SAYS SO.
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
           SELECT NAME-IN    ASSIGN TO NAMEIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NAMEIN-STATUS.
           SELECT MEMBER-IDX ASSIGN TO RECOUTX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MTM-MEMBER-ID OF MEMBER-IDX-MSG
                  ALTERNATE RECORD KEY IS
                               MTM-MEMBER-NAME OF MEMBER-IDX-MSG
                               WITH DUPLICATES
                  FILE STATUS  IS WS-RECOUTX-STATUS.
           SELECT NAME-RPT   ASSIGN TO NAMERPT
                  FILE STATUS  IS WS-NAMERPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  NAME-IN    RECORDING MODE F.
       01  NAME-IN-MSG.
           05  NAME-CARD-NAME       PIC X(30).
           05  NAME-CARD-BRANCH     PIC X(04).
           05  FILLER               PIC X(46).
      *
       FD  MEMBER-IDX.
       01  MEMBER-IDX-MSG.
           COPY MTMREC01.
      *
       FD  NAME-RPT   RECORDING MODE F.
       01  NAME-RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
             88 LAST-REC            VALUE "Y".
         05 BROWSE-DONE-SW    PIC X VALUE SPACE.
             88 BROWSE-DONE         VALUE "Y".
      *
       01  WS-FILE-STATUSES.
           05  WS-NAMEIN-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECOUTX-STATUS    PIC X(02) VALUE SPACES.
               88  RECOUTX-READ-OK      VALUE "00" "02".
           05  WS-NAMERPT-STATUS    PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-CARDS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBERS-LISTED    PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-NO-MATCH    PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-IN-ERROR    PIC 9(09) COMP VALUE ZERO.
           05  WS-MATCH-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  WS-OTHER-BRANCH      PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-MATCH-MAX             PIC 9(05) COMP VALUE 200.
      *
      * THE NAME AS SEARCHED: THE CARD'S NAME WITH ANY "*" BLANKED,
      * AND THE NUMBER OF LEADING CHARACTERS THAT MUST MATCH - ALL
      * THIRTY FOR A FULL NAME, THE CHARACTERS BEFORE THE "*" FOR A
      * PREFIX.
       01  WS-SEARCH-NAME           PIC X(30) VALUE SPACES.
       01  WS-MATCH-LENGTH          PIC 9(02) COMP VALUE ZERO.
       01  WS-SEARCH-MODE           PIC X(06) VALUE SPACES.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *
       01  WS-STATUS-DESC           PIC X(08) VALUE SPACES.
       01  WS-MAINT-PRINT           PIC X(34) VALUE SPACES.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-MAINT-DATE   PIC 9999/99/99.
           05  WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-MATCHES      PIC ZZ,ZZ9.
           05  WS-EDIT-OTHER        PIC ZZ,ZZ9.
           05  WS-EDIT-CARDS        PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-LISTED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-NO-MATCH     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ERRORS       PIC ZZZ,ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM READ-NEXT-CARD UNTIL LAST-REC.
           PERFORM WRITE-INQUIRY-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT NAME-IN.
           IF WS-NAMEIN-STATUS NOT = "00"
               DISPLAY "MTMNAME001E NAMEIN FAILED TO OPEN - FILE "
                   "STATUS " WS-NAMEIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT MEMBER-IDX.
           IF WS-RECOUTX-STATUS NOT = "00"
               DISPLAY "MTMNAME002E RECOUTX FAILED TO OPEN - FILE "
                   "STATUS " WS-RECOUTX-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT NAME-RPT.
           IF WS-NAMERPT-STATUS NOT = "00"
               DISPLAY "MTMNAME003E NAMERPT FAILED TO OPEN - FILE "
                   "STATUS " WS-NAMERPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       READ-NEXT-CARD.
           READ NAME-IN
               AT END
                   SET LAST-REC TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM SEARCH-ONE-NAME
           END-READ.
      *
       SEARCH-ONE-NAME.
           MOVE ZERO TO WS-MATCH-LENGTH.
           INSPECT NAME-CARD-NAME TALLYING WS-MATCH-LENGTH
               FOR CHARACTERS BEFORE INITIAL "*".
           MOVE NAME-CARD-NAME TO WS-SEARCH-NAME.
           INSPECT WS-SEARCH-NAME REPLACING ALL "*" BY SPACE.
           IF WS-MATCH-LENGTH < 30
               MOVE "PREFIX" TO WS-SEARCH-MODE
           ELSE
               MOVE "NAME"   TO WS-SEARCH-MODE
           END-IF.
           IF WS-MATCH-LENGTH = ZERO OR WS-SEARCH-NAME = SPACES
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE SPACES TO NAME-RPT-LINE
               STRING "CARD " NAME-IN-MSG (1:34)
                   "  *** NO NAME GIVEN - CARD SKIPPED ***"
                   DELIMITED BY SIZE INTO NAME-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO NAME-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-SEARCH-HEADING
               PERFORM BROWSE-NAME-INDEX
               PERFORM WRITE-SEARCH-TOTAL
           END-IF.
      *
       WRITE-SEARCH-HEADING.
           MOVE SPACES TO NAME-RPT-LINE.
           IF NAME-CARD-BRANCH = SPACES
               STRING WS-SEARCH-MODE " " NAME-CARD-NAME
                   "  ALL BRANCHES"
                   DELIMITED BY SIZE INTO NAME-RPT-LINE
           ELSE
               STRING WS-SEARCH-MODE " " NAME-CARD-NAME
                   "  BRANCH " NAME-CARD-BRANCH " ONLY"
                   DELIMITED BY SIZE INTO NAME-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
      * POSITIONS THE BROWSE ON THE NAME PATH AT THE FIRST NAME NOT
      * BELOW THE ONE SEARCHED (A PREFIX PADDED WITH SPACES SORTS
      * AHEAD OF EVERY NAME THAT BEGINS WITH IT) AND READS FORWARD
      * UNTIL THE LEADING CHARACTERS UNDER THE CURSOR NO LONGER
      * MATCH.  MEMBERS SHARING A NAME COME BACK IN MEMBER-ID ORDER.
       BROWSE-NAME-INDEX.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-OTHER-BRANCH.
           MOVE SPACE TO BROWSE-DONE-SW.
           MOVE WS-SEARCH-NAME TO MTM-MEMBER-NAME OF MEMBER-IDX-MSG.
           START MEMBER-IDX KEY >= MTM-MEMBER-NAME OF MEMBER-IDX-MSG
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM READ-NEXT-BY-NAME UNTIL BROWSE-DONE.
      *
       READ-NEXT-BY-NAME.
           READ MEMBER-IDX NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
               NOT AT END
                   IF NOT RECOUTX-READ-OK
                       DISPLAY "MTMNAME004E RECOUTX READ FAILED - "
                           "FILE STATUS " WS-RECOUTX-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   IF MTM-MEMBER-NAME OF MEMBER-IDX-MSG
                          (1:WS-MATCH-LENGTH)
                      NOT = WS-SEARCH-NAME (1:WS-MATCH-LENGTH)
                       SET BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM LIST-MATCHING-MEMBER
                   END-IF
           END-READ.
      *
       LIST-MATCHING-MEMBER.
           EVALUATE TRUE
               WHEN NAME-CARD-BRANCH NOT = SPACES
                    AND MTM-BRANCH-CODE OF MEMBER-IDX-MSG
                        NOT = NAME-CARD-BRANCH
                   ADD 1 TO WS-OTHER-BRANCH
               WHEN WS-MATCH-COUNT >= WS-MATCH-MAX
                   MOVE WS-MATCH-MAX TO WS-EDIT-MATCHES
                   MOVE SPACES TO NAME-RPT-LINE
                   STRING "    *** MORE THAN" WS-EDIT-MATCHES
                       " MATCHES - LISTING STOPPED, NARROW THE "
                       "SEARCH ***"
                       DELIMITED BY SIZE INTO NAME-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   SET BROWSE-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-MATCH-COUNT
                   ADD 1 TO WS-MEMBERS-LISTED
                   PERFORM WRITE-MATCH-LINE
           END-EVALUATE.
      *
      * RECORDS CUT BEFORE THE LAST-MAINTENANCE STAMP EXISTED CARRY
      * SPACES THERE, SO THE DATE IS CLASS-TESTED BEFORE EDITING.
       WRITE-MATCH-LINE.
           EVALUATE TRUE
               WHEN MTM-STATUS-ACTIVE OF MEMBER-IDX-MSG
                   MOVE "ACTIVE"   TO WS-STATUS-DESC
               WHEN MTM-STATUS-INACTIVE OF MEMBER-IDX-MSG
                   MOVE "INACTIVE" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "UNKNOWN"  TO WS-STATUS-DESC
           END-EVALUATE.
           MOVE MTM-TRANS-AMOUNT OF MEMBER-IDX-MSG TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-MAINT-PRINT.
           IF MTM-LAST-MAINT-DATE OF MEMBER-IDX-MSG NUMERIC
               MOVE MTM-LAST-MAINT-DATE OF MEMBER-IDX-MSG
                   TO WS-EDIT-MAINT-DATE
               STRING WS-EDIT-MAINT-DATE
                   " ACTION " MTM-LAST-MAINT-ACTION OF MEMBER-IDX-MSG
                   " BY " MTM-LAST-MAINT-BRANCH OF MEMBER-IDX-MSG
                   DELIMITED BY SIZE INTO WS-MAINT-PRINT
           ELSE
               MOVE "(NOT STAMPED)" TO WS-MAINT-PRINT
           END-IF.
           MOVE SPACES TO NAME-RPT-LINE.
           STRING "    " MTM-MEMBER-ID OF MEMBER-IDX-MSG
               "  " MTM-MEMBER-NAME OF MEMBER-IDX-MSG
               "  BRANCH " MTM-BRANCH-CODE OF MEMBER-IDX-MSG
               "  " WS-STATUS-DESC
               "  " WS-EDIT-AMOUNT
               "  LAST MAINT " WS-MAINT-PRINT
               DELIMITED BY SIZE INTO NAME-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-SEARCH-TOTAL.
           MOVE SPACES TO NAME-RPT-LINE.
           IF WS-MATCH-COUNT = ZERO
               ADD 1 TO WS-CARDS-NO-MATCH
               IF WS-OTHER-BRANCH = ZERO
                   STRING "    *** NO MEMBER ON FILE UNDER THIS NAME "
                       "***"
                       DELIMITED BY SIZE INTO NAME-RPT-LINE
               ELSE
                   MOVE WS-OTHER-BRANCH TO WS-EDIT-OTHER
                   STRING "    *** NO MEMBER UNDER THIS NAME AT THIS "
                       "BRANCH -" WS-EDIT-OTHER " AT OTHER BRANCHES ***"
                       DELIMITED BY SIZE INTO NAME-RPT-LINE
               END-IF
           ELSE
               MOVE WS-MATCH-COUNT  TO WS-EDIT-MATCHES
               MOVE WS-OTHER-BRANCH TO WS-EDIT-OTHER
               STRING "    MATCHES LISTED:" WS-EDIT-MATCHES
                   "   AT OTHER BRANCHES:" WS-EDIT-OTHER
                   DELIMITED BY SIZE INTO NAME-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO NAME-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
           MOVE SPACES TO NAME-RPT-LINE.
           STRING "MTMNAME MEMBER NAME SEARCH - RUN DATE "
               WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO NAME-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO NAME-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-INQUIRY-TOTALS.
           MOVE WS-CARDS-READ     TO WS-EDIT-CARDS.
           MOVE WS-MEMBERS-LISTED TO WS-EDIT-LISTED.
           MOVE WS-CARDS-NO-MATCH TO WS-EDIT-NO-MATCH.
           MOVE WS-CARDS-IN-ERROR TO WS-EDIT-ERRORS.
           MOVE SPACES TO NAME-RPT-LINE.
           STRING "CARDS READ......: " WS-EDIT-CARDS
               DELIMITED BY SIZE INTO NAME-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO NAME-RPT-LINE.
           STRING "MEMBERS LISTED..: " WS-EDIT-LISTED
               DELIMITED BY SIZE INTO NAME-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO NAME-RPT-LINE.
           STRING "NO MATCH........: " WS-EDIT-NO-MATCH
               DELIMITED BY SIZE INTO NAME-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO NAME-RPT-LINE.
           STRING "CARDS IN ERROR..: " WS-EDIT-ERRORS
               DELIMITED BY SIZE INTO NAME-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE NAME-RPT-LINE.
           IF WS-NAMERPT-STATUS NOT = "00"
               DISPLAY "MTMNAME005E NAMERPT WRITE FAILED - FILE "
                   "STATUS " WS-NAMERPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE NAME-IN MEMBER-IDX NAME-RPT.
           DISPLAY "MTMNAME006I CARDS READ....: " WS-CARDS-READ.
           DISPLAY "MTMNAME007I MEMBERS LISTED: " WS-MEMBERS-LISTED.
           DISPLAY "MTMNAME008I NO MATCH......: " WS-CARDS-NO-MATCH.
           DISPLAY "MTMNAME009I CARDS IN ERROR: " WS-CARDS-IN-ERROR.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE NAME-IN MEMBER-IDX NAME-RPT.
           STOP RUN.
