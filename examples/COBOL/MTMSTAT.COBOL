      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMSTAT.
       AUTHOR.        Otto B. Fun.
      *
      * WEEKLY OPERATIONS TREND REPORT FROM THE RUN STATISTICS KSDS.
      *
      * MTMFVER, ZCOBOL, MTMBAL AND MTMACK EACH LEAVE A RECORD ON THE
      * RUN STATISTICS KSDS (RUNSTAT, MTMSTA01 LAYOUT) EVERY NIGHT
      * THEY RUN.  THIS JOB READS THE LAST SEVEN CYCLES ON FILE (UP
      * TO AND INCLUDING THE RUN DATE) AND PRINTS, FOR OPERATIONS:
      *
      *   ONE BLOCK PER CYCLE, ONE LINE PER STEP AND PER BRANCH FEED -
      *   RECORDS READ, APPLIED, REJECTED, THE REJECT RATE, POSTED,
      *   START AND END TIMES, ELAPSED TIME, AND THE RETURN CODE THE
      *   STEP RECORDED;
      *
      *   A SUMMARY OF THE WEEK, ONE LINE PER STEP AND PER FEED - THE
      *   CYCLES IT RAN, TOTAL AND AVERAGE VOLUME, THE WEEK'S REJECT
      *   RATE, AND THE AVERAGE AND LONGEST ELAPSED TIME.
      *
      * AN END TIME BELOW THE START TIME MEANS THE STEP RAN PAST
      * MIDNIGHT, AND THE ELAPSED TIME ALLOWS FOR IT.  THE ALL-ZERO
      * RECORD THE KSDS WAS PRIMED WITH IS STEPPED OVER.
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
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS STA-STATS-KEY
                  FILE STATUS  IS WS-RUNSTAT-STATUS.
           SELECT STAT-RPT   ASSIGN TO STATRPT
                  FILE STATUS  IS WS-STATRPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STA-FILE.
       01  STA-REC.
           COPY MTMSTA01.
      *
       FD  STAT-RPT   RECORDING MODE F.
       01  STAT-RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 STATS-EOF-SW      PIC X VALUE SPACE.
             88 STATS-EOF           VALUE "Y".
      *
       01  WS-FILE-STATUSES.
           05  WS-RUNSTAT-STATUS    PIC X(02) VALUE SPACES.
           05  WS-STATRPT-STATUS    PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-STATS-READ        PIC 9(09) COMP VALUE ZERO.
           05  WS-STATS-REPORTED    PIC 9(09) COMP VALUE ZERO.
      *
      * THE CYCLE DATES THE REPORT COVERS, OLDEST FIRST.  THE FIRST
      * PASS KEEPS THE LAST SEVEN DISTINCT DATES IT SEES, SHIFTING
      * THE OLDEST OUT AS A NEWER ONE ARRIVES.
       01  WS-CYCLE-CONTROLS.
           05  WS-CYCLE-MAX         PIC 9(03) COMP VALUE 7.
           05  WS-CYCLE-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-CYCLE-IX          PIC 9(03) COMP VALUE ZERO.
           05  WS-FIRST-CYCLE       PIC 9(08) VALUE ZERO.
           05  WS-LAST-CYCLE        PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-CYCLE     PIC 9(08) VALUE ZERO.
      *
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-DATE        PIC 9(08) OCCURS 7.
      *
      * ONE ENTRY PER STEP (AND PER BRANCH FEED UNDER MTMFVER) FOR
      * THE WEEK'S SUMMARY, IN THE ORDER FIRST SEEN.
       01  WS-STEP-CONTROLS.
           05  WS-STEP-MAX          PIC 9(03) COMP VALUE 30.
           05  WS-STEP-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-STEP-IX           PIC 9(03) COMP VALUE ZERO.
           05  WS-STEP-FOUND-IX     PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 30.
               10  WS-ST-STEP-NAME  PIC X(08).
               10  WS-ST-FEED-NAME  PIC X(08).
               10  WS-ST-CYCLES     PIC 9(05) COMP.
               10  WS-ST-READ       PIC 9(11) COMP.
               10  WS-ST-REJECTED   PIC 9(11) COMP.
               10  WS-ST-ELAPSED    PIC 9(09) COMP.
               10  WS-ST-LONGEST    PIC 9(07) COMP.
      *
      * ELAPSED TIME IN SECONDS FROM THE HHMMSSTT START AND END
      * TIMES, AND BACK OUT AGAIN AS HH:MM:SS FOR PRINTING.
       01  WS-ELAPSED-WORK.
           05  WS-TIME-IN           PIC 9(08) VALUE ZERO.
           05  WS-TIME-PARTS REDEFINES WS-TIME-IN.
               10  WS-TIME-HH       PIC 9(02).
               10  WS-TIME-MM       PIC 9(02).
               10  WS-TIME-SS       PIC 9(02).
               10  WS-TIME-TT       PIC 9(02).
           05  WS-START-SECONDS     PIC 9(07) VALUE ZERO.
           05  WS-END-SECONDS       PIC 9(07) VALUE ZERO.
           05  WS-ELAPSED-SECONDS   PIC 9(07) VALUE ZERO.
           05  WS-PRINT-SECONDS     PIC 9(07) VALUE ZERO.
           05  WS-PRINT-REMAINDER   PIC 9(07) VALUE ZERO.
           05  WS-ELAPSED-PRINT.
               10  WS-EP-HH         PIC 9(02).
               10  FILLER           PIC X(01) VALUE ":".
               10  WS-EP-MM         PIC 9(02).
               10  FILLER           PIC X(01) VALUE ":".
               10  WS-EP-SS         PIC 9(02).
      *
       01  WS-RATE-WORK.
           05  WS-REJECT-RATE       PIC 9(03)V9 VALUE ZERO.
           05  WS-AVERAGE-READ      PIC 9(09) VALUE ZERO.
           05  WS-AVERAGE-ELAPSED   PIC 9(07) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-CYCLE-1      PIC 9999/99/99.
           05  WS-EDIT-CYCLE-2      PIC 9999/99/99.
           05  WS-EDIT-COUNT        PIC ZZ9.
           05  WS-EDIT-READ         PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-APPLIED      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-POSTED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TOTAL-READ   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RATE         PIC ZZ9.9.
           05  WS-EDIT-START-TIME   PIC 99B99B99B99.
           05  WS-EDIT-END-TIME     PIC 99B99B99B99.
           05  WS-EDIT-ELAPSED      PIC X(08).
           05  WS-EDIT-LONGEST      PIC X(08).
           05  WS-EDIT-RC           PIC ZZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM FIND-REPORT-CYCLES.
           PERFORM WRITE-PAGE-HEADING.
           IF WS-CYCLE-COUNT = ZERO
               MOVE SPACES TO STAT-RPT-LINE
               STRING "*** NO CYCLES ON RUNSTAT UP TO THE RUN DATE ***"
                   DELIMITED BY SIZE INTO STAT-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM REPORT-THE-CYCLES
               PERFORM WRITE-WEEK-SUMMARY
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT STA-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "MTMSTAT001E RUNSTAT FAILED TO OPEN - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT STAT-RPT.
           IF WS-STATRPT-STATUS NOT = "00"
               DISPLAY "MTMSTAT002E STATRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-STATRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
      * FIRST PASS: FRONT TO BACK, KEEPING THE LAST SEVEN CYCLE DATES
      * ON FILE THAT ARE NOT AFTER THE RUN DATE.
       FIND-REPORT-CYCLES.
           PERFORM UNTIL STATS-EOF
               READ STA-FILE NEXT RECORD
                   AT END
                       SET STATS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STATS-READ
                       IF STA-CYCLE-DATE > ZERO
                          AND STA-CYCLE-DATE NOT > WS-RUN-DATE
                           PERFORM KEEP-CYCLE-DATE
                       END-IF
               END-READ
               PERFORM CHECK-READ-STATUS
           END-PERFORM.
           IF WS-CYCLE-COUNT > ZERO
               MOVE WS-CYCLE-DATE (1) TO WS-FIRST-CYCLE
               MOVE WS-CYCLE-DATE (WS-CYCLE-COUNT) TO WS-LAST-CYCLE
           END-IF.
      *
       KEEP-CYCLE-DATE.
           IF WS-CYCLE-COUNT = ZERO
              OR STA-CYCLE-DATE NOT = WS-CYCLE-DATE (WS-CYCLE-COUNT)
               IF WS-CYCLE-COUNT < WS-CYCLE-MAX
                   ADD 1 TO WS-CYCLE-COUNT
               ELSE
                   PERFORM SHIFT-CYCLE-DATE
                       VARYING WS-CYCLE-IX FROM 1 BY 1
                       UNTIL WS-CYCLE-IX >= WS-CYCLE-MAX
               END-IF
               MOVE STA-CYCLE-DATE TO WS-CYCLE-DATE (WS-CYCLE-COUNT)
           END-IF.
      *
       SHIFT-CYCLE-DATE.
           MOVE WS-CYCLE-DATE (WS-CYCLE-IX + 1)
               TO WS-CYCLE-DATE (WS-CYCLE-IX).
      *
       CHECK-READ-STATUS.
           IF WS-RUNSTAT-STATUS NOT = "00"
              AND WS-RUNSTAT-STATUS NOT = "10"
               DISPLAY "MTMSTAT003E RUNSTAT READ FAILED - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
      * SECOND PASS: POSITION ON THE FIRST CYCLE AND PRINT THROUGH
      * THE LAST, ONE BLOCK PER CYCLE.
       REPORT-THE-CYCLES.
           MOVE SPACE TO STATS-EOF-SW.
           MOVE LOW-VALUES     TO STA-STATS-KEY.
           MOVE WS-FIRST-CYCLE TO STA-CYCLE-DATE.
           START STA-FILE KEY IS NOT LESS THAN STA-STATS-KEY
               INVALID KEY
                   SET STATS-EOF TO TRUE
           END-START.
           PERFORM UNTIL STATS-EOF
               READ STA-FILE NEXT RECORD
                   AT END
                       SET STATS-EOF TO TRUE
                   NOT AT END
                       IF STA-CYCLE-DATE > WS-LAST-CYCLE
                           SET STATS-EOF TO TRUE
                       ELSE
                           PERFORM REPORT-STATISTIC
                       END-IF
               END-READ
               PERFORM CHECK-READ-STATUS
           END-PERFORM.
      *
       REPORT-STATISTIC.
           ADD 1 TO WS-STATS-REPORTED.
           IF STA-CYCLE-DATE NOT = WS-CURRENT-CYCLE
               MOVE STA-CYCLE-DATE TO WS-CURRENT-CYCLE
               PERFORM WRITE-CYCLE-HEADING
           END-IF.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE WS-ELAPSED-SECONDS TO WS-PRINT-SECONDS.
           PERFORM EDIT-ELAPSED-TIME.
           MOVE WS-ELAPSED-PRINT TO WS-EDIT-ELAPSED.
           MOVE ZERO TO WS-REJECT-RATE.
           IF STA-RECORDS-READ > ZERO
               COMPUTE WS-REJECT-RATE ROUNDED =
                   STA-RECORDS-REJECTED * 100 / STA-RECORDS-READ
           END-IF.
           MOVE STA-RECORDS-READ     TO WS-EDIT-READ.
           MOVE STA-RECORDS-APPLIED  TO WS-EDIT-APPLIED.
           MOVE STA-RECORDS-REJECTED TO WS-EDIT-REJECTED.
           MOVE STA-RECORDS-POSTED   TO WS-EDIT-POSTED.
           MOVE WS-REJECT-RATE       TO WS-EDIT-RATE.
           MOVE STA-START-TIME       TO WS-EDIT-START-TIME.
           MOVE STA-END-TIME         TO WS-EDIT-END-TIME.
           MOVE STA-RETURN-CODE      TO WS-EDIT-RC.
           MOVE SPACES TO STAT-RPT-LINE.
           STRING "  " STA-STEP-NAME " " STA-FEED-NAME
               " " WS-EDIT-READ " " WS-EDIT-APPLIED
               " " WS-EDIT-REJECTED " " WS-EDIT-RATE "%"
               " " WS-EDIT-POSTED
               "  " WS-EDIT-START-TIME "  " WS-EDIT-END-TIME
               "  " WS-EDIT-ELAPSED "  " WS-EDIT-RC
               DELIMITED BY SIZE INTO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM ACCUMULATE-STEP.
      *
       COMPUTE-ELAPSED-TIME.
           MOVE STA-START-TIME TO WS-TIME-IN.
           COMPUTE WS-START-SECONDS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.
           MOVE STA-END-TIME TO WS-TIME-IN.
           COMPUTE WS-END-SECONDS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.
           IF WS-END-SECONDS < WS-START-SECONDS
               ADD 86400 TO WS-END-SECONDS
           END-IF.
           COMPUTE WS-ELAPSED-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS.
      *
       EDIT-ELAPSED-TIME.
           DIVIDE WS-PRINT-SECONDS BY 3600 GIVING WS-EP-HH
               REMAINDER WS-PRINT-REMAINDER.
           DIVIDE WS-PRINT-REMAINDER BY 60 GIVING WS-EP-MM
               REMAINDER WS-EP-SS.
      *
       ACCUMULATE-STEP.
           MOVE ZERO TO WS-STEP-FOUND-IX.
           MOVE ZERO TO WS-STEP-IX.
           PERFORM UNTIL WS-STEP-FOUND-IX > ZERO
                      OR WS-STEP-IX >= WS-STEP-COUNT
               ADD 1 TO WS-STEP-IX
               IF WS-ST-STEP-NAME (WS-STEP-IX) = STA-STEP-NAME
                  AND WS-ST-FEED-NAME (WS-STEP-IX) = STA-FEED-NAME
                   MOVE WS-STEP-IX TO WS-STEP-FOUND-IX
               END-IF
           END-PERFORM.
           IF WS-STEP-FOUND-IX = ZERO
               IF WS-STEP-COUNT >= WS-STEP-MAX
                   DISPLAY "MTMSTAT004E MORE THAN " WS-STEP-MAX
                       " STEPS AND FEEDS ON RUNSTAT"
                   PERFORM ABEND-JOB
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-FOUND-IX
               MOVE STA-STEP-NAME TO WS-ST-STEP-NAME (WS-STEP-FOUND-IX)
               MOVE STA-FEED-NAME TO WS-ST-FEED-NAME (WS-STEP-FOUND-IX)
               MOVE ZERO TO WS-ST-CYCLES (WS-STEP-FOUND-IX)
                            WS-ST-READ (WS-STEP-FOUND-IX)
                            WS-ST-REJECTED (WS-STEP-FOUND-IX)
                            WS-ST-ELAPSED (WS-STEP-FOUND-IX)
                            WS-ST-LONGEST (WS-STEP-FOUND-IX)
           END-IF.
           ADD 1 TO WS-ST-CYCLES (WS-STEP-FOUND-IX).
           ADD STA-RECORDS-READ TO WS-ST-READ (WS-STEP-FOUND-IX).
           ADD STA-RECORDS-REJECTED
               TO WS-ST-REJECTED (WS-STEP-FOUND-IX).
           ADD WS-ELAPSED-SECONDS TO WS-ST-ELAPSED (WS-STEP-FOUND-IX).
           IF WS-ELAPSED-SECONDS > WS-ST-LONGEST (WS-STEP-FOUND-IX)
               MOVE WS-ELAPSED-SECONDS
                   TO WS-ST-LONGEST (WS-STEP-FOUND-IX)
           END-IF.
      *
       WRITE-CYCLE-HEADING.
           MOVE WS-CURRENT-CYCLE TO WS-EDIT-CYCLE-1.
           MOVE SPACES TO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STAT-RPT-LINE.
           STRING "CYCLE " WS-EDIT-CYCLE-1
               DELIMITED BY SIZE INTO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STAT-RPT-LINE.
           STRING "  STEP     FEED            READ     APPLIED"
               "    REJECTED  REJ PCT      POSTED"
               "  START TIME   END TIME     ELAPSED    RC"
               DELIMITED BY SIZE INTO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-WEEK-SUMMARY.
           MOVE SPACES TO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STAT-RPT-LINE.
           STRING "SUMMARY OF THE CYCLES ABOVE"
               DELIMITED BY SIZE INTO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STAT-RPT-LINE.
           STRING "  STEP     FEED     CYCLES      TOTAL READ"
               "    AVG READ    REJECTED  REJ PCT"
               "  AVG ELAPSED  LONGEST"
               DELIMITED BY SIZE INTO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-STEP-SUMMARY
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT.
      *
       WRITE-STEP-SUMMARY.
           MOVE ZERO TO WS-REJECT-RATE WS-AVERAGE-READ
                        WS-AVERAGE-ELAPSED.
           IF WS-ST-READ (WS-STEP-IX) > ZERO
               COMPUTE WS-REJECT-RATE ROUNDED =
                   WS-ST-REJECTED (WS-STEP-IX) * 100
                   / WS-ST-READ (WS-STEP-IX)
           END-IF.
           COMPUTE WS-AVERAGE-READ ROUNDED =
               WS-ST-READ (WS-STEP-IX) / WS-ST-CYCLES (WS-STEP-IX).
           COMPUTE WS-AVERAGE-ELAPSED ROUNDED =
               WS-ST-ELAPSED (WS-STEP-IX) / WS-ST-CYCLES (WS-STEP-IX).
           MOVE WS-AVERAGE-ELAPSED TO WS-PRINT-SECONDS.
           PERFORM EDIT-ELAPSED-TIME.
           MOVE WS-ELAPSED-PRINT TO WS-EDIT-ELAPSED.
           MOVE WS-ST-LONGEST (WS-STEP-IX) TO WS-PRINT-SECONDS.
           PERFORM EDIT-ELAPSED-TIME.
           MOVE WS-ELAPSED-PRINT TO WS-EDIT-LONGEST.
           MOVE WS-ST-CYCLES (WS-STEP-IX)   TO WS-EDIT-COUNT.
           MOVE WS-ST-READ (WS-STEP-IX)     TO WS-EDIT-TOTAL-READ.
           MOVE WS-AVERAGE-READ             TO WS-EDIT-READ.
           MOVE WS-ST-REJECTED (WS-STEP-IX) TO WS-EDIT-REJECTED.
           MOVE WS-REJECT-RATE              TO WS-EDIT-RATE.
           MOVE SPACES TO STAT-RPT-LINE.
           STRING "  " WS-ST-STEP-NAME (WS-STEP-IX)
               " " WS-ST-FEED-NAME (WS-STEP-IX)
               "    " WS-EDIT-COUNT
               "  " WS-EDIT-TOTAL-READ
               " " WS-EDIT-READ
               " " WS-EDIT-REJECTED
               "   " WS-EDIT-RATE "%"
               "     " WS-EDIT-ELAPSED
               " " WS-EDIT-LONGEST
               DELIMITED BY SIZE INTO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE    TO WS-EDIT-RUN-DATE.
           MOVE WS-FIRST-CYCLE TO WS-EDIT-CYCLE-1.
           MOVE WS-LAST-CYCLE  TO WS-EDIT-CYCLE-2.
           MOVE WS-CYCLE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO STAT-RPT-LINE.
           STRING "MTMSTAT WEEKLY OPERATIONS TREND - RUN DATE "
               WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO STAT-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-CYCLE-COUNT > ZERO
               MOVE SPACES TO STAT-RPT-LINE
               STRING "CYCLES " WS-EDIT-CYCLE-1 " TO "
                   WS-EDIT-CYCLE-2 " (" WS-EDIT-COUNT " CYCLES)"
                   DELIMITED BY SIZE INTO STAT-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       WRITE-REPORT-LINE.
           WRITE STAT-RPT-LINE.
           IF WS-STATRPT-STATUS NOT = "00"
               DISPLAY "MTMSTAT005E STATRPT WRITE FAILED - FILE "
                   "STATUS " WS-STATRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE STA-FILE STAT-RPT.
           DISPLAY "MTMSTAT006I STATISTICS READ...: " WS-STATS-READ.
           DISPLAY "MTMSTAT007I CYCLES REPORTED...: " WS-CYCLE-COUNT.
           DISPLAY "MTMSTAT008I RECORDS REPORTED..: "
               WS-STATS-REPORTED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE STA-FILE STAT-RPT.
           STOP RUN.
