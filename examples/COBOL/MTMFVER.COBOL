      *     WORK FILE FOR THE NIGHTLY MERGE, WHICH REQUIRES ITS
      *     INPUTS IN MEMBER-ID ORDER - AN ORDER THE ENVELOPE
      *     RECORDS' KEY BYTES DO NOT HONOR.
      *   - THE WORK COPIES NOW GO OUT WITH TRN-SUPERVISOR-AREA
      *     BLANKED.  ONLY MTMSUPV MAY MARK A SUSPENDED POSTING
      *     RELEASED, SO A BRANCH CANNOT GET A LARGE POSTING PAST THE
      *     SUPERVISOR LIMIT BY KEYING THE RELEASE BYTE ITSELF.
      *   - EACH RUN NOW LEAVES ITS FIGURES ON THE RUN STATISTICS
      *     KSDS (RUNSTAT, MTMSTA01 LAYOUT): ONE RECORD PER FEED WITH
      *     ITS DETAIL COUNT AND WHETHER IT PROVED, AND ONE FOR THE
      *     STEP WITH ITS START AND END TIMES, FOR THE MTMVOLC VOLUME
      *     CHECK AND THE MTMSTAT WEEKLY TREND REPORT.
      *   - A TRANSFER ("T") OR INACTIVATION ("I") DETAIL ON A BRANCH
      *     FEED NOW HOLDS THE STREAM.  THOSE ARE CUT ONLY BY MTMXFER
      *     AND MTMDORM UNDER THEIR OWN CONTROLS; ONCE IN THE UPDATE'S
      *     MERGE NOTHING TELLS WHICH FILE A DETAIL CAME FROM, SO THE
      *     FEED HAS TO BE STOPPED HERE.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT CYC-CTL    ASSIGN TO CYCCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CYCCTL-STATUS.
           SELECT STA-FILE   ASSIGN TO RUNSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS STA-STATS-KEY
                  FILE STATUS  IS WS-RUNSTAT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       01  CYC-CTL-REC.
           05  CTL-LAST-RUN-DATE    PIC 9(08).
           05  FILLER               PIC X(72).
      *
       FD  STA-FILE.
       01  STA-REC.
           COPY MTMSTA01.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 STREAM-OK-SW      PIC X VALUE "Y".
             88 STREAM-CLEAN        VALUE "Y".
             88 STREAM-HELD         VALUE "N".
         05 STATS-SW          PIC X VALUE "Y".
             88 STATS-KEPT          VALUE "Y".
             88 STATS-OFF           VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-RECIN1-STATUS     PIC X(02) VALUE SPACES.
           05  WS-WRKOUT2-STATUS    PIC X(02) VALUE SPACES.
           05  WS-FVRRPT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-CYCCTL-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RUNSTAT-STATUS    PIC X(02) VALUE SPACES.
      *
      * THE FEED UNDER PROOF IS MOVED INTO THESE FIELDS BY THE
      * PER-FEED VERIFY PARAGRAPHS SO THE PROOF LOGIC IS WRITTEN
       01  WS-FEED-WORK.
           05  WS-FEED-NAME         PIC X(08) VALUE SPACES.
           05  WS-DETAILS-COUNTED   PIC 9(09) COMP VALUE ZERO.
           05  WS-RESTRICTED-COUNTED
                                    PIC 9(09) COMP VALUE ZERO.
           05  WS-HDR-FEED-DATE     PIC 9(08) VALUE ZERO.
           05  WS-HDR-BRANCH-CODE   PIC X(04) VALUE SPACES.
           05  WS-TRL-RECORD-COUNT  PIC 9(09) VALUE ZERO.
      *
       01  WS-FEED-DETAILS-TOTAL    PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-LAST-CYCLE-DATE       PIC 9(08) VALUE ZERO.
       01  WS-START-TIME            PIC 9(08) VALUE ZERO.
       01  WS-END-TIME              PIC 9(08) VALUE ZERO.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-CYCLE-DATE   PIC 9999/99/99.
           05  WS-EDIT-COMPUTED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TRAILER      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RESTRICTED   PIC ZZZ,ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM OPEN-REPORT-FILE.
           PERFORM OPEN-STATISTICS-FILE.
           PERFORM READ-CYCLE-CONTROL.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM VERIFY-FEED1.
           PERFORM VERIFY-FEED2.
           PERFORM WRITE-STREAM-VERDICT.
           PERFORM WRITE-STEP-STATISTICS.
           PERFORM CLOSE-FILES.
           IF STREAM-HELD
               MOVE 8 TO RETURN-CODE
               PERFORM ABEND-JOB
           END-IF.
      *
      * THE RUN STATISTICS KSDS FEEDS THE MTMVOLC VOLUME CHECK AND
      * THE WEEKLY TREND REPORT, NOT THE PROOF ITSELF, SO ONE THAT
      * WILL NOT OPEN IS WARNED ABOUT AND THE PROOF GOES ON WITHOUT
      * IT - MTMVOLC HOLDS THE STREAM WHEN TONIGHT'S FEED FIGURES
      * ARE NOT ON FILE.
       OPEN-STATISTICS-FILE.
           OPEN I-O STA-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "MTMFVER015W RUNSTAT FAILED TO OPEN - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
                   " - NO STATISTICS KEPT"
               SET STATS-OFF TO TRUE
           END-IF.
      *
      * THE RUN-CONTROL DATASET CARRIES THE DATE OF THE LAST CYCLE
      * THAT RAN CLEAN THROUGH TO THE END OF THE STREAM (MTMCYCU
      * WRITES IT BACK THERE).  A FEED DATED ON OR BEFORE THAT DATE
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-DETAILS-COUNTED
                           IF TRN-ACTION-CODE OF FEED-IN1-MSG = "T"
                              OR TRN-ACTION-CODE OF FEED-IN1-MSG = "I"
                               ADD 1 TO WS-RESTRICTED-COUNTED
                           END-IF
                           MOVE FEED-IN1-MSG TO FEED-OUT1-MSG
                           MOVE SPACES TO TRN-SUPERVISOR-AREA
                               OF FEED-OUT1-MSG
                           WRITE FEED-OUT1-MSG
                           IF WS-WRKOUT1-STATUS NOT = "00"
                               DISPLAY "MTMFVER012E WRKOUT1 WRITE "
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-DETAILS-COUNTED
                           IF TRN-ACTION-CODE OF FEED-IN2-MSG = "T"
                              OR TRN-ACTION-CODE OF FEED-IN2-MSG = "I"
                               ADD 1 TO WS-RESTRICTED-COUNTED
                           END-IF
                           MOVE FEED-IN2-MSG TO FEED-OUT2-MSG
                           MOVE SPACES TO TRN-SUPERVISOR-AREA
                               OF FEED-OUT2-MSG
                           WRITE FEED-OUT2-MSG
                           IF WS-WRKOUT2-STATUS NOT = "00"
                               DISPLAY "MTMFVER014E WRKOUT2 WRITE "
           MOVE SPACE TO TRAILER-SW.
           MOVE "Y"   TO FEED-OK-SW.
           MOVE ZERO  TO WS-DETAILS-COUNTED.
           MOVE ZERO  TO WS-RESTRICTED-COUNTED.
           MOVE ZERO  TO WS-HDR-FEED-DATE.
           MOVE ZERO  TO WS-TRL-RECORD-COUNT.
           MOVE SPACES TO WS-HDR-BRANCH-CODE.
           PERFORM PROVE-FEED-DATE.
           PERFORM PROVE-CYCLE-SEQUENCE.
           PERFORM PROVE-RECORD-COUNT.
           PERFORM PROVE-BRANCH-ACTIONS.
           MOVE SPACES TO FVR-RPT-LINE.
           IF FEED-PROVES
               STRING "  FEED PROVES" DELIMITED BY SIZE
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO FVR-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-DETAILS-COUNTED TO WS-FEED-DETAILS-TOTAL.
           PERFORM WRITE-FEED-STATISTICS.
      *
       PROVE-FEED-DATE.
           MOVE WS-HDR-FEED-DATE TO WS-EDIT-FEED-DATE.
                   DELIMITED BY SIZE INTO FVR-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
      * TRANSFERS AND INACTIVATIONS COME ONLY FROM MTMXFER AND
      * MTMDORM; A BRANCH FEED CARRYING EITHER IS HELD.
       PROVE-BRANCH-ACTIONS.
           MOVE WS-RESTRICTED-COUNTED TO WS-EDIT-RESTRICTED.
           MOVE SPACES TO FVR-RPT-LINE.
           IF WS-RESTRICTED-COUNTED = ZERO
               STRING "  BRANCH ACTIONS: NO TRANSFERS OR "
                   "INACTIVATIONS"
                   DELIMITED BY SIZE INTO FVR-RPT-LINE
           ELSE
               SET FEED-SUSPECT TO TRUE
               STRING "  BRANCH ACTIONS: " WS-EDIT-RESTRICTED
                   " TRANSFER/INACTIVATION DETAILS"
                   "  *** NOT ALLOWED ON A BRANCH FEED ***"
                   DELIMITED BY SIZE INTO FVR-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-STREAM-VERDICT.
           MOVE SPACES TO FVR-RPT-LINE.
                   "RC=8 ***" DELIMITED BY SIZE INTO FVR-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
      * ONE STATISTICS RECORD PER FEED, CARRYING THE DETAILS ON THE
      * FILE AND A RETURN CODE OF 8 WHEN THE FEED DID NOT PROVE, SO
      * MTMVOLC CAN LEAVE A SUSPECT NIGHT OUT OF ITS ROLLING AVERAGE.
       WRITE-FEED-STATISTICS.
           MOVE SPACES             TO STA-REC.
           MOVE WS-RUN-DATE        TO STA-CYCLE-DATE.
           MOVE "MTMFVER"          TO STA-STEP-NAME.
           MOVE WS-FEED-NAME       TO STA-FEED-NAME.
           MOVE WS-START-TIME      TO STA-START-TIME.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-END-TIME        TO STA-END-TIME.
           IF FEED-PROVES
               MOVE ZERO           TO STA-RETURN-CODE
           ELSE
               MOVE 8              TO STA-RETURN-CODE
           END-IF.
           MOVE WS-DETAILS-COUNTED TO STA-RECORDS-READ.
           MOVE ZERO TO STA-RECORDS-APPLIED
                        STA-RECORDS-REJECTED
                        STA-RECORDS-SUPERSEDED
                        STA-RECORDS-POSTED
                        STA-AMOUNT-ADDED
                        STA-AMOUNT-SUBTRACTED.
           PERFORM PUT-STATISTICS-RECORD.
      *
       WRITE-STEP-STATISTICS.
           MOVE SPACES             TO STA-REC.
           MOVE WS-RUN-DATE        TO STA-CYCLE-DATE.
           MOVE "MTMFVER"          TO STA-STEP-NAME.
           MOVE WS-START-TIME      TO STA-START-TIME.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-END-TIME        TO STA-END-TIME.
           IF STREAM-HELD
               MOVE 8              TO STA-RETURN-CODE
           ELSE
               MOVE ZERO           TO STA-RETURN-CODE
           END-IF.
           MOVE WS-FEED-DETAILS-TOTAL TO STA-RECORDS-READ.
           MOVE ZERO TO STA-RECORDS-APPLIED
                        STA-RECORDS-REJECTED
                        STA-RECORDS-SUPERSEDED
                        STA-RECORDS-POSTED
                        STA-AMOUNT-ADDED
                        STA-AMOUNT-SUBTRACTED.
           PERFORM PUT-STATISTICS-RECORD.
      *
      * A DUPLICATE-KEY STATUS MEANS THIS STEP ALREADY RAN FOR THE
      * CYCLE DATE (A RERUN AFTER A HOLD), SO TONIGHT'S FIGURES
      * REPLACE THE EARLIER RUN'S.
       PUT-STATISTICS-RECORD.
           IF STATS-KEPT
               WRITE STA-REC
               IF WS-RUNSTAT-STATUS = "22"
                   REWRITE STA-REC
               END-IF
               IF WS-RUNSTAT-STATUS NOT = "00"
                   DISPLAY "MTMFVER016W RUNSTAT WRITE FAILED FOR "
                       STA-STATS-KEY " - FILE STATUS "
                       WS-RUNSTAT-STATUS
               END-IF
           END-IF.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
      *
       CLOSE-FILES.
           CLOSE FVR-RPT.
           IF STATS-KEPT
               CLOSE STA-FILE
           END-IF.
           IF STREAM-HELD
               DISPLAY "MTMFVER005W FEED ENVELOPE SUSPECT - RC=8"
           ELSE
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE FEED-IN1 FEED-IN2 FEED-OUT1 FEED-OUT2
                 CYC-CTL FVR-RPT STA-FILE.
           STOP RUN.
