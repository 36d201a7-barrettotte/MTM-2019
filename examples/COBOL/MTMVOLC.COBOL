      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMVOLC.
       AUTHOR.        Otto B. Fun.
      *
      * NIGHTLY FEED VOLUME CHECK.
      *
      * MTMFVER PROVES THAT EACH BRANCH FEED IS WHOLE - ITS TRAILER
      * COUNT AGREES WITH ITS DETAILS - BUT A WHOLE FEED CAN STILL BE
      * THE WRONG ONE: AN EXTRACT THAT RAN AGAINST AN EMPTY TABLE, OR
      * ONE THAT PICKED UP A WEEK'S WORK INSTEAD OF A DAY'S, PROVES
      * CLEAN.  THIS STEP RUNS RIGHT AFTER MTMFVER AND JUDGES EACH
      * FEED'S DETAIL COUNT AGAINST ITS OWN ROLLING AVERAGE.
      *
      * IT READS THE RUN STATISTICS KSDS (RUNSTAT, MTMSTA01 LAYOUT)
      * FRONT TO BACK, TAKING THE MTMFVER PER-FEED RECORDS ONLY.
      * TONIGHT'S RECORD (CYCLE DATE = RUN DATE) GIVES THE VOLUME TO
      * JUDGE; THE AVERAGE IS TAKEN OVER THE FEED'S LAST AVGCYCLS
      * EARLIER CYCLES THAT PROVED CLEAN (A FEED MTMFVER HELD IS LEFT
      * OUT, SO ONE BAD NIGHT DOES NOT DRAG THE AVERAGE WITH IT).  A
      * FEED WITH FEWER THAN MINCYCLS SUCH CYCLES ON FILE IS LISTED
      * BUT NOT JUDGED.  A FEED OUTSIDE ITS LIMITS, OR ONE WITH
      * HISTORY BUT NO FIGURE TONIGHT, HOLDS THE STREAM WITH RETURN
      * CODE 8 UNLESS AN OPERATOR OVERRIDE CARD FOR TONIGHT'S CYCLE
      * IS IN THE DECK; NO FEED FIGURES AT ALL TONIGHT ALWAYS HOLDS.
      *
      * THE LIMITS COME IN ON VOLPARM CARDS, ONE PER CARD:
      *     AVGCYCLS=NNN          EARLIER CYCLES AVERAGED (001-100),
      *                           REQUIRED
      *     MINCYCLS=NNN          FEWEST EARLIER CYCLES A FEED NEEDS
      *                           BEFORE IT IS JUDGED (DEFAULT 005)
      *     TOLERANC=ALL     ,LLL,HHH
      *     TOLERANC=FFFFFFFF,LLL,HHH
      *                           LOW AND HIGH LIMITS AS A PERCENT OF
      *                           THE AVERAGE (LLL 000-100, HHH 100
      *                           AND UP) FOR EVERY FEED, OR FOR FEED
      *                           FFFFFFFF ALONE, WHICH WINS OVER ALL.
      *                           AT LEAST ONE IS REQUIRED; A FEED
      *                           WITH NEITHER IS LISTED, NOT JUDGED.
      *     OVERRIDE=CCYYMMDD,OPERATOR
      *                           RELEASE TONIGHT'S STREAM WHATEVER
      *                           THE VOLUMES.  HONORED ONLY WHEN THE
      *                           DATE IS TONIGHT'S CYCLE, SO A CARD
      *                           LEFT IN THE DECK DOES NOT TURN THE
      *                           CHECK OFF FOR GOOD.
      *     *                     COMMENT CARD, IGNORED (AS ARE BLANKS)
      * AN UNRECOGNIZED CARD STOPS THE RUN.  THE FINDINGS PRINT ON
      * VOLRPT, ONE LINE PER FEED.
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
           SELECT STA-FILE   ASSIGN TO RUNSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS STA-STATS-KEY
                  FILE STATUS  IS WS-RUNSTAT-STATUS.
           SELECT PARM-IN    ASSIGN TO VOLPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-VOLPARM-STATUS.
           SELECT VOL-RPT    ASSIGN TO VOLRPT
                  FILE STATUS  IS WS-VOLRPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STA-FILE.
       01  STA-REC.
           COPY MTMSTA01.
      *
       FD  PARM-IN    RECORDING MODE F.
       01  PARM-CYCLES-CARD.
           05  PARM-CY-KEYWORD      PIC X(09).
           05  PARM-CY-VALUE        PIC X(03).
           05  PARM-CY-CYCLES REDEFINES PARM-CY-VALUE
                                    PIC 9(03).
           05  FILLER               PIC X(68).
       01  PARM-TOLERANCE-CARD.
           05  PARM-TL-KEYWORD      PIC X(09).
           05  PARM-TL-FEED-NAME    PIC X(08).
           05  PARM-TL-SEPARATOR-1  PIC X(01).
           05  PARM-TL-LOW          PIC X(03).
           05  PARM-TL-LOW-PCT REDEFINES PARM-TL-LOW
                                    PIC 9(03).
           05  PARM-TL-SEPARATOR-2  PIC X(01).
           05  PARM-TL-HIGH         PIC X(03).
           05  PARM-TL-HIGH-PCT REDEFINES PARM-TL-HIGH
                                    PIC 9(03).
           05  FILLER               PIC X(55).
       01  PARM-OVERRIDE-CARD.
           05  PARM-OV-KEYWORD      PIC X(09).
           05  PARM-OV-CYCLE        PIC X(08).
           05  PARM-OV-CYCLE-DATE REDEFINES PARM-OV-CYCLE
                                    PIC 9(08).
           05  PARM-OV-SEPARATOR    PIC X(01).
           05  PARM-OV-OPERATOR     PIC X(08).
           05  FILLER               PIC X(54).
       01  PARM-FLAG-CARD.
           05  PARM-FLAG-BYTE       PIC X(01).
           05  FILLER               PIC X(79).
      *
       FD  VOL-RPT    RECORDING MODE F.
       01  VOL-RPT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 STATS-EOF-SW      PIC X VALUE SPACE.
             88 STATS-EOF           VALUE "Y".
         05 PARM-EOF-SW       PIC X VALUE SPACE.
             88 PARM-EOF            VALUE "Y".
         05 CYCLES-SW         PIC X VALUE SPACE.
             88 CYCLES-GIVEN        VALUE "Y".
         05 OVERRIDE-SW       PIC X VALUE SPACE.
             88 OVERRIDE-GIVEN      VALUE "Y".
         05 DEFAULT-TOL-SW    PIC X VALUE SPACE.
             88 DEFAULT-TOL-GIVEN   VALUE "Y".
         05 FEED-JUDGED-SW    PIC X VALUE SPACE.
             88 FEED-JUDGED         VALUE "Y".
         05 VOLUME-OK-SW      PIC X VALUE "Y".
             88 VOLUMES-IN-LIMITS   VALUE "Y".
             88 VOLUMES-OUT         VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-RUNSTAT-STATUS    PIC X(02) VALUE SPACES.
           05  WS-VOLPARM-STATUS    PIC X(02) VALUE SPACES.
           05  WS-VOLRPT-STATUS     PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-STATS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-FEEDS-TONIGHT     PIC 9(05) COMP VALUE ZERO.
           05  WS-FEEDS-OUT         PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-CHECK-PARMS.
           05  WS-AVG-CYCLES        PIC 9(03) VALUE ZERO.
           05  WS-MIN-CYCLES        PIC 9(03) VALUE 5.
           05  WS-DEFAULT-LOW-PCT   PIC 9(03) VALUE ZERO.
           05  WS-DEFAULT-HIGH-PCT  PIC 9(03) VALUE ZERO.
           05  WS-OVERRIDE-DATE     PIC 9(08) VALUE ZERO.
           05  WS-OVERRIDE-OPERATOR PIC X(08) VALUE SPACES.
      *
      * ONE ENTRY PER FEED-SPECIFIC TOLERANC CARD.
       01  WS-TOLERANCE-CONTROLS.
           05  WS-TOL-MAX           PIC 9(03) COMP VALUE 20.
           05  WS-TOL-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-TOL-IX            PIC 9(03) COMP VALUE ZERO.
           05  WS-TOL-FOUND-IX      PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-TOLERANCE-TABLE.
           05  WS-TOL-ENTRY OCCURS 20.
               10  WS-TOL-FEED-NAME PIC X(08).
               10  WS-TOL-LOW-PCT   PIC 9(03).
               10  WS-TOL-HIGH-PCT  PIC 9(03).
      *
      * ONE ENTRY PER FEED SEEN ON THE STATISTICS FILE.  EACH FEED
      * KEEPS ITS LAST AVGCYCLS CLEAN VOLUMES IN A RING: WS-FD-NEXT
      * IS THE SLOT THE NEXT ONE GOES IN, OVERWRITING THE OLDEST ONCE
      * THE RING IS FULL.  THE FILE COMES BACK IN CYCLE-DATE ORDER,
      * SO WHAT IS LEFT IN THE RING AT THE END IS THE MOST RECENT.
       01  WS-FEED-CONTROLS.
           05  WS-FEED-MAX          PIC 9(03) COMP VALUE 10.
           05  WS-FEED-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-FEED-IX           PIC 9(03) COMP VALUE ZERO.
           05  WS-FEED-FOUND-IX     PIC 9(03) COMP VALUE ZERO.
           05  WS-RING-IX           PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 10.
               10  WS-FD-NAME       PIC X(08).
               10  WS-FD-TONIGHT-SW PIC X(01).
                   88  WS-FD-ON-FILE-TONIGHT VALUE "Y".
               10  WS-FD-TONIGHT    PIC 9(09) COMP.
               10  WS-FD-KEPT       PIC 9(03) COMP.
               10  WS-FD-NEXT       PIC 9(03) COMP.
               10  WS-FD-VOLUME     PIC 9(09) COMP OCCURS 100.
      *
       01  WS-JUDGE-WORK.
           05  WS-VOLUME-SUM        PIC 9(11) COMP VALUE ZERO.
           05  WS-AVERAGE           PIC 9(09) VALUE ZERO.
           05  WS-LOW-PCT           PIC 9(03) VALUE ZERO.
           05  WS-HIGH-PCT          PIC 9(03) VALUE ZERO.
           05  WS-LOW-LIMIT         PIC 9(09) VALUE ZERO.
           05  WS-HIGH-LIMIT        PIC 9(11) VALUE ZERO.
           05  WS-VERDICT           PIC X(30) VALUE SPACES.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-TONIGHT      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-AVERAGE      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-CYCLES       PIC ZZ9.
           05  WS-EDIT-LOW-LIMIT    PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HIGH-LIMIT   PIC ZZ,ZZZ,ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CHECK-PARMS.
           PERFORM READ-NEXT-STATISTIC UNTIL STATS-EOF.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM JUDGE-FEED-VOLUME
               VARYING WS-FEED-IX FROM 1 BY 1
               UNTIL WS-FEED-IX > WS-FEED-COUNT.
           PERFORM WRITE-STREAM-VERDICT.
           PERFORM CLOSE-FILES.
           IF VOLUMES-OUT AND NOT OVERRIDE-GIVEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT STA-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "MTMVOLC001E RUNSTAT FAILED TO OPEN - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT PARM-IN.
           IF WS-VOLPARM-STATUS NOT = "00"
               DISPLAY "MTMVOLC002E VOLPARM FAILED TO OPEN - FILE "
                   "STATUS " WS-VOLPARM-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT VOL-RPT.
           IF WS-VOLRPT-STATUS NOT = "00"
               DISPLAY "MTMVOLC003E VOLRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-VOLRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       LOAD-CHECK-PARMS.
           PERFORM UNTIL PARM-EOF
               READ PARM-IN
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-PARM-CARD
               END-READ
           END-PERFORM.
           CLOSE PARM-IN.
           IF NOT CYCLES-GIVEN
              OR (WS-TOL-COUNT = ZERO AND NOT DEFAULT-TOL-GIVEN)
               DISPLAY "MTMVOLC005E AVGCYCLS AND AT LEAST ONE "
                   "TOLERANC CARD ARE REQUIRED"
               PERFORM ABEND-JOB
           END-IF.
           IF WS-AVG-CYCLES = ZERO OR WS-AVG-CYCLES > 100
              OR WS-MIN-CYCLES > WS-AVG-CYCLES
               DISPLAY "MTMVOLC006E AVGCYCLS MUST BE 001-100 AND NOT "
                   "LESS THAN MINCYCLS"
               PERFORM ABEND-JOB
           END-IF.
           DISPLAY "MTMVOLC011I AVERAGE OVER " WS-AVG-CYCLES
               " CYCLES, JUDGED FROM " WS-MIN-CYCLES " CYCLES".
           IF OVERRIDE-GIVEN AND WS-OVERRIDE-DATE NOT = WS-RUN-DATE
               DISPLAY "MTMVOLC012W OVERRIDE CARD FOR "
                   WS-OVERRIDE-DATE " IS NOT FOR TONIGHT'S CYCLE - "
                   "IGNORED"
               MOVE SPACE TO OVERRIDE-SW
           END-IF.
      *
       APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARM-CYCLES-CARD = SPACES
                   CONTINUE
               WHEN PARM-FLAG-BYTE = "*"
                   CONTINUE
               WHEN PARM-CY-KEYWORD = "AVGCYCLS="
                    AND PARM-CY-VALUE NUMERIC
                   MOVE PARM-CY-CYCLES TO WS-AVG-CYCLES
                   SET CYCLES-GIVEN TO TRUE
               WHEN PARM-CY-KEYWORD = "MINCYCLS="
                    AND PARM-CY-VALUE NUMERIC
                   MOVE PARM-CY-CYCLES TO WS-MIN-CYCLES
               WHEN PARM-TL-KEYWORD = "TOLERANC="
                    AND PARM-TL-SEPARATOR-1 = ","
                    AND PARM-TL-SEPARATOR-2 = ","
                    AND PARM-TL-LOW NUMERIC
                    AND PARM-TL-HIGH NUMERIC
                   PERFORM LOAD-TOLERANCE-CARD
               WHEN PARM-OV-KEYWORD = "OVERRIDE="
                    AND PARM-OV-CYCLE NUMERIC
                    AND PARM-OV-SEPARATOR = ","
                    AND PARM-OV-OPERATOR NOT = SPACES
                   MOVE PARM-OV-CYCLE-DATE TO WS-OVERRIDE-DATE
                   MOVE PARM-OV-OPERATOR   TO WS-OVERRIDE-OPERATOR
                   SET OVERRIDE-GIVEN TO TRUE
               WHEN OTHER
                   DISPLAY "MTMVOLC007E UNRECOGNIZED PARM CARD: "
                       PARM-CYCLES-CARD
                   PERFORM ABEND-JOB
           END-EVALUATE.
      *
       LOAD-TOLERANCE-CARD.
           IF PARM-TL-LOW-PCT > 100 OR PARM-TL-HIGH-PCT < 100
               DISPLAY "MTMVOLC016E TOLERANC LOW MUST BE 000-100 AND "
                   "HIGH 100 OR MORE: " PARM-TOLERANCE-CARD
               PERFORM ABEND-JOB
           END-IF.
           IF PARM-TL-FEED-NAME = "ALL"
               MOVE PARM-TL-LOW-PCT  TO WS-DEFAULT-LOW-PCT
               MOVE PARM-TL-HIGH-PCT TO WS-DEFAULT-HIGH-PCT
               SET DEFAULT-TOL-GIVEN TO TRUE
           ELSE
               IF WS-TOL-COUNT >= WS-TOL-MAX
                   DISPLAY "MTMVOLC008E MORE THAN " WS-TOL-MAX
                       " FEED TOLERANC CARDS"
                   PERFORM ABEND-JOB
               END-IF
               ADD 1 TO WS-TOL-COUNT
               MOVE PARM-TL-FEED-NAME
                   TO WS-TOL-FEED-NAME (WS-TOL-COUNT)
               MOVE PARM-TL-LOW-PCT  TO WS-TOL-LOW-PCT (WS-TOL-COUNT)
               MOVE PARM-TL-HIGH-PCT TO WS-TOL-HIGH-PCT (WS-TOL-COUNT)
           END-IF.
      *
      * ONLY MTMFVER'S PER-FEED RECORDS MATTER HERE.  THE ALL-ZERO
      * RECORD THE KSDS WAS PRIMED WITH, AND ANYTHING DATED AFTER
      * TONIGHT, ARE STEPPED OVER.
       READ-NEXT-STATISTIC.
           READ STA-FILE NEXT RECORD
               AT END
                   SET STATS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STATS-READ
                   IF STA-STEP-NAME = "MTMFVER"
                      AND STA-FEED-NAME NOT = SPACES
                      AND STA-CYCLE-DATE > ZERO
                      AND STA-CYCLE-DATE NOT > WS-RUN-DATE
                       PERFORM TAKE-FEED-STATISTIC
                   END-IF
           END-READ.
           IF WS-RUNSTAT-STATUS NOT = "00"
              AND WS-RUNSTAT-STATUS NOT = "10"
               DISPLAY "MTMVOLC009E RUNSTAT READ FAILED - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       TAKE-FEED-STATISTIC.
           PERFORM FIND-FEED-ENTRY.
           IF STA-CYCLE-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-FD-TONIGHT-SW (WS-FEED-FOUND-IX)
               MOVE STA-RECORDS-READ
                   TO WS-FD-TONIGHT (WS-FEED-FOUND-IX)
               ADD 1 TO WS-FEEDS-TONIGHT
           ELSE
               IF STA-RETURN-CODE = ZERO
                   PERFORM KEEP-FEED-VOLUME
               END-IF
           END-IF.
      *
       FIND-FEED-ENTRY.
           MOVE ZERO TO WS-FEED-FOUND-IX.
           MOVE ZERO TO WS-FEED-IX.
           PERFORM UNTIL WS-FEED-FOUND-IX > ZERO
                      OR WS-FEED-IX >= WS-FEED-COUNT
               ADD 1 TO WS-FEED-IX
               IF WS-FD-NAME (WS-FEED-IX) = STA-FEED-NAME
                   MOVE WS-FEED-IX TO WS-FEED-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-FEED-FOUND-IX = ZERO
               IF WS-FEED-COUNT >= WS-FEED-MAX
                   DISPLAY "MTMVOLC010E MORE THAN " WS-FEED-MAX
                       " FEEDS ON RUNSTAT"
                   PERFORM ABEND-JOB
               END-IF
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-FEED-COUNT TO WS-FEED-FOUND-IX
               MOVE STA-FEED-NAME TO WS-FD-NAME (WS-FEED-FOUND-IX)
               MOVE SPACE TO WS-FD-TONIGHT-SW (WS-FEED-FOUND-IX)
               MOVE ZERO  TO WS-FD-TONIGHT (WS-FEED-FOUND-IX)
               MOVE ZERO  TO WS-FD-KEPT (WS-FEED-FOUND-IX)
               MOVE 1     TO WS-FD-NEXT (WS-FEED-FOUND-IX)
           END-IF.
      *
       KEEP-FEED-VOLUME.
           MOVE WS-FD-NEXT (WS-FEED-FOUND-IX) TO WS-RING-IX.
           MOVE STA-RECORDS-READ
               TO WS-FD-VOLUME (WS-FEED-FOUND-IX, WS-RING-IX).
           IF WS-FD-KEPT (WS-FEED-FOUND-IX) < WS-AVG-CYCLES
               ADD 1 TO WS-FD-KEPT (WS-FEED-FOUND-IX)
           END-IF.
           IF WS-RING-IX >= WS-AVG-CYCLES
               MOVE 1 TO WS-FD-NEXT (WS-FEED-FOUND-IX)
           ELSE
               ADD 1 TO WS-FD-NEXT (WS-FEED-FOUND-IX)
           END-IF.
      *
      * A FEED WITH HISTORY BUT NO FIGURE TONIGHT IS OUT OF LIMITS
      * IN ITS OWN RIGHT - EITHER THE FEED NEVER CAME OR MTMFVER
      * COULD NOT RECORD IT.
       JUDGE-FEED-VOLUME.
           MOVE SPACE TO FEED-JUDGED-SW.
           MOVE ZERO  TO WS-AVERAGE WS-LOW-LIMIT WS-HIGH-LIMIT.
           PERFORM AVERAGE-FEED-VOLUME.
           PERFORM FIND-FEED-TOLERANCE.
           EVALUATE TRUE
               WHEN NOT WS-FD-ON-FILE-TONIGHT (WS-FEED-IX)
                   SET VOLUMES-OUT TO TRUE
                   ADD 1 TO WS-FEEDS-OUT
                   MOVE "*** NO FIGURE TONIGHT ***" TO WS-VERDICT
               WHEN WS-FD-KEPT (WS-FEED-IX) < WS-MIN-CYCLES
                   MOVE "NOT JUDGED - SHORT HISTORY" TO WS-VERDICT
               WHEN WS-LOW-PCT = ZERO AND WS-HIGH-PCT = ZERO
                   MOVE "NOT JUDGED - NO TOLERANCE" TO WS-VERDICT
               WHEN OTHER
                   SET FEED-JUDGED TO TRUE
                   COMPUTE WS-LOW-LIMIT =
                       WS-AVERAGE * WS-LOW-PCT / 100
                   COMPUTE WS-HIGH-LIMIT =
                       WS-AVERAGE * WS-HIGH-PCT / 100
                   EVALUATE TRUE
                       WHEN WS-FD-TONIGHT (WS-FEED-IX) < WS-LOW-LIMIT
                           SET VOLUMES-OUT TO TRUE
                           ADD 1 TO WS-FEEDS-OUT
                           MOVE "*** BELOW LOW LIMIT ***"
                               TO WS-VERDICT
                       WHEN WS-FD-TONIGHT (WS-FEED-IX) > WS-HIGH-LIMIT
                           SET VOLUMES-OUT TO TRUE
                           ADD 1 TO WS-FEEDS-OUT
                           MOVE "*** ABOVE HIGH LIMIT ***"
                               TO WS-VERDICT
                       WHEN OTHER
                           MOVE "WITHIN TOLERANCE" TO WS-VERDICT
                   END-EVALUATE
           END-EVALUATE.
           PERFORM WRITE-FEED-LINE.
      *
       AVERAGE-FEED-VOLUME.
           MOVE ZERO TO WS-VOLUME-SUM.
           PERFORM ADD-RING-VOLUME
               VARYING WS-RING-IX FROM 1 BY 1
               UNTIL WS-RING-IX > WS-FD-KEPT (WS-FEED-IX).
           IF WS-FD-KEPT (WS-FEED-IX) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-VOLUME-SUM / WS-FD-KEPT (WS-FEED-IX)
           END-IF.
      *
       ADD-RING-VOLUME.
           ADD WS-FD-VOLUME (WS-FEED-IX, WS-RING-IX) TO WS-VOLUME-SUM.
      *
      * A CARD NAMING THE FEED WINS OVER THE TOLERANC=ALL CARD.
       FIND-FEED-TOLERANCE.
           MOVE ZERO TO WS-TOL-FOUND-IX.
           MOVE ZERO TO WS-TOL-IX.
           PERFORM UNTIL WS-TOL-FOUND-IX > ZERO
                      OR WS-TOL-IX >= WS-TOL-COUNT
               ADD 1 TO WS-TOL-IX
               IF WS-TOL-FEED-NAME (WS-TOL-IX) = WS-FD-NAME (WS-FEED-IX)
                   MOVE WS-TOL-IX TO WS-TOL-FOUND-IX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-TOL-FOUND-IX > ZERO
                   MOVE WS-TOL-LOW-PCT (WS-TOL-FOUND-IX) TO WS-LOW-PCT
                   MOVE WS-TOL-HIGH-PCT (WS-TOL-FOUND-IX)
                       TO WS-HIGH-PCT
               WHEN DEFAULT-TOL-GIVEN
                   MOVE WS-DEFAULT-LOW-PCT  TO WS-LOW-PCT
                   MOVE WS-DEFAULT-HIGH-PCT TO WS-HIGH-PCT
               WHEN OTHER
                   MOVE ZERO TO WS-LOW-PCT WS-HIGH-PCT
           END-EVALUATE.
      *
       WRITE-FEED-LINE.
           MOVE WS-FD-TONIGHT (WS-FEED-IX) TO WS-EDIT-TONIGHT.
           MOVE WS-AVERAGE                 TO WS-EDIT-AVERAGE.
           MOVE WS-FD-KEPT (WS-FEED-IX)    TO WS-EDIT-CYCLES.
           MOVE SPACES TO VOL-RPT-LINE.
           STRING "FEED " WS-FD-NAME (WS-FEED-IX)
               "  TONIGHT " WS-EDIT-TONIGHT
               "  AVERAGE " WS-EDIT-AVERAGE
               " OVER " WS-EDIT-CYCLES " CYCLES"
               "  " WS-VERDICT
               DELIMITED BY SIZE INTO VOL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF FEED-JUDGED
               MOVE WS-LOW-LIMIT  TO WS-EDIT-LOW-LIMIT
               MOVE WS-HIGH-LIMIT TO WS-EDIT-HIGH-LIMIT
               MOVE SPACES TO VOL-RPT-LINE
               STRING "              LIMITS " WS-EDIT-LOW-LIMIT
                   " TO " WS-EDIT-HIGH-LIMIT
                   "  (" WS-LOW-PCT "% TO " WS-HIGH-PCT
                   "% OF AVERAGE)"
                   DELIMITED BY SIZE INTO VOL-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      * NO FEED FIGURES AT ALL FOR TONIGHT MEANS MTMFVER NEVER
      * RECORDED THEM; THE VOLUMES CANNOT BE JUDGED, SO THE STREAM
      * IS HELD THE SAME AS FOR A FEED OUT OF LIMITS.
       WRITE-STREAM-VERDICT.
           IF WS-FEEDS-TONIGHT = ZERO
               SET VOLUMES-OUT TO TRUE
               MOVE SPACES TO VOL-RPT-LINE
               STRING "*** NO MTMFVER FEED FIGURES ON RUNSTAT FOR "
                   "TONIGHT'S CYCLE ***"
                   DELIMITED BY SIZE INTO VOL-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO VOL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VOL-RPT-LINE.
           EVALUATE TRUE
               WHEN VOLUMES-IN-LIMITS
                   STRING "ALL FEED VOLUMES WITHIN TOLERANCE - STREAM "
                       "RELEASED"
                       DELIMITED BY SIZE INTO VOL-RPT-LINE
               WHEN OVERRIDE-GIVEN
                   STRING "*** VOLUMES OUT OF TOLERANCE - STREAM "
                       "RELEASED BY OPERATOR OVERRIDE ("
                       WS-OVERRIDE-OPERATOR ") ***"
                       DELIMITED BY SIZE INTO VOL-RPT-LINE
               WHEN OTHER
                   STRING "*** VOLUMES OUT OF TOLERANCE - STREAM HELD, "
                       "RC=8 ***"
                       DELIMITED BY SIZE INTO VOL-RPT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
           MOVE SPACES TO VOL-RPT-LINE.
           STRING "MTMVOLC FEED VOLUME CHECK - RUN DATE "
               WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO VOL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO VOL-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE VOL-RPT-LINE.
           IF WS-VOLRPT-STATUS NOT = "00"
               DISPLAY "MTMVOLC004E VOLRPT WRITE FAILED - FILE "
                   "STATUS " WS-VOLRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE STA-FILE VOL-RPT.
           EVALUATE TRUE
               WHEN VOLUMES-IN-LIMITS
                   DISPLAY "MTMVOLC014I FEED VOLUMES WITHIN TOLERANCE"
               WHEN OVERRIDE-GIVEN
                   DISPLAY "MTMVOLC015W FEED VOLUMES OUT OF TOLERANCE "
                       "- OVERRIDDEN BY " WS-OVERRIDE-OPERATOR
               WHEN OTHER
                   DISPLAY "MTMVOLC013W FEED VOLUMES OUT OF TOLERANCE "
                       "- RC=8"
           END-EVALUATE.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE STA-FILE PARM-IN VOL-RPT.
           STOP RUN.
