      * SIDE CAN SPLIT IT BY BRANCH) AND A PRINTED SUMMARY (ACKRPT)
      * WITH ONE PAGE BLOCK PER BRANCH LISTING EVERY TRANSACTION THE
      * BRANCH SENT AND WHAT BECAME OF IT - ADDED, CHANGED, DELETED,
      * REJECTED WITH THE REASON, SUPERSEDED, HELD FOR A FUTURE
      * EFFECTIVE DATE, SUSPENDED FOR A SUPERVISOR, OR DECLINED BY
      * ONE - FOLLOWED BY THE BRANCH'S TOTALS, SO A BRANCH CAN
      * BALANCE ITS OWN DAY WITHOUT A PHONE CALL.  THE PAGES GO OUT
      * TO THE BRANCH MANAGERS AS-IS, THE WAY MTMBRPT'S DO.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *     DATE BLANK, AND A DATE-REJECT CARRIES WHATEVER THE
      *     BRANCH KEYED - AND THE PAGE HEADING NOW CARRIES ITS PAGE
      *     NUMBER THE WAY MTMBRPT'S DOES.
      *   - ADDED THE "F" HELD OUTCOME FOR A FUTURE-DATED TRANSACTION
      *     THE NIGHTLY UPDATE PARKED ON THE PENDING FILE, SO THE
      *     BRANCH SEES IT HELD FOR ITS DATE INSTEAD OF REJECTED.
      *   - ADDED THE "Q" SUSPENDED OUTCOME FOR A POSTING OVER THE
      *     SUPERVISOR LIMIT AND THE "X" DECLINED OUTCOME FOR ONE A
      *     SUPERVISOR TURNED DOWN (THE REASON TEXT NAMES THE
      *     SUPERVISOR), WITH A THIRD TOTALS LINE TO CARRY THEM.
      *   - ADDED THE "T" TRANSFERRED OUTCOME FOR A MEMBER MOVED BY
      *     THE MTMXFER BULK TRANSFER JOB.  IT PRINTS ON THE
      *     RECEIVING BRANCH'S PAGES, COUNTED ON THE THIRD TOTALS LINE.
      *   - ADDED THE "I" INACTIVATED OUTCOME FOR A DORMANT MEMBER MADE
      *     INACTIVE BY THE MTMDORM SWEEP, ALSO ON THE THIRD LINE.
      *   - EACH RUN NOW LEAVES ITS DISPOSITION COUNTS AND START AND
      *     END TIMES ON THE RUN STATISTICS KSDS (RUNSTAT, MTMSTA01
      *     LAYOUT) FOR THE MTMSTAT WEEKLY TREND REPORT.
      *
      *--------------------
       ENVIRONMENT DIVISION.
                  FILE STATUS  IS WS-ACKOUT-STATUS.
           SELECT ACK-RPT    ASSIGN TO ACKRPT
                  FILE STATUS  IS WS-ACKRPT-STATUS.
           SELECT STA-FILE   ASSIGN TO RUNSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS STA-STATS-KEY
                  FILE STATUS  IS WS-RUNSTAT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  ACK-RPT    RECORDING MODE F.
       01  ACK-RPT-LINE       PIC X(132).
      *
       FD  STA-FILE.
       01  STA-REC.
           COPY MTMSTA01.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
           05  WS-DSPIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-ACKOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ACKRPT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RUNSTAT-STATUS    PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-DISPOSITIONS-READ PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-POSTED         PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-REJECTED       PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-SUPERSEDED     PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-HELD           PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-SUSPENDED      PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-DECLINED       PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-TRANSFERRED    PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-INACTIVATED    PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-GRAND-TOTALS.
           05  WS-GR-ADDED          PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-POSTED         PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-REJECTED       PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-SUPERSEDED     PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-HELD           PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-SUSPENDED      PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-DECLINED       PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-TRANSFERRED    PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-INACTIVATED    PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-PAGE-CONTROLS.
           05  WS-PAGE-NUMBER       PIC 9(05) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 55.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-START-TIME            PIC 9(08) VALUE ZERO.
       01  WS-END-TIME              PIC 9(08) VALUE ZERO.
      *
       01  WS-OUTCOME-DESC          PIC X(11) VALUE SPACES.
      *
      * THE EFFECTIVE DATE PRINTS FROM HERE: EDITED WHEN THE FIELD
      * IS NUMERIC, BLANK WHEN IT IS NOT (DELETES AND POSTINGS
           05  WS-EDIT-POSTED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-REJECTED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SUPERSEDED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HELD         PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SUSPENDED    PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-DECLINED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TRANSFERRED  PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-INACTIVATED  PIC ZZZ,ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM OPEN-FILES.
           SORT SORT-FILE
               ON ASCENDING KEY DSP-BRANCH-CODE OF SORT-REC
               INPUT  PROCEDURE IS RELEASE-DISPOSITIONS
               OUTPUT PROCEDURE IS PRINT-BRANCH-ACKS.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.
      *
       OPEN-FILES.
                   MOVE "POSTED"     TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-POSTED
                   ADD 1 TO WS-GR-POSTED
               WHEN DSP-APPLIED-TRANSFER OF SORT-REC
                   MOVE "TRANSFERRED" TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-TRANSFERRED
                   ADD 1 TO WS-GR-TRANSFERRED
               WHEN DSP-APPLIED-INACTIVATE OF SORT-REC
                   MOVE "INACTIVATED" TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-INACTIVATED
                   ADD 1 TO WS-GR-INACTIVATED
               WHEN DSP-REJECTED OF SORT-REC
                   MOVE "REJECTED"   TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-REJECTED
                   MOVE "SUPERSEDED" TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-SUPERSEDED
                   ADD 1 TO WS-GR-SUPERSEDED
               WHEN DSP-HELD-FUTURE OF SORT-REC
                   MOVE "HELD"       TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-HELD
                   ADD 1 TO WS-GR-HELD
               WHEN DSP-HELD-SUSPENSE OF SORT-REC
                   MOVE "SUSPENDED"  TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-SUSPENDED
                   ADD 1 TO WS-GR-SUSPENDED
               WHEN DSP-DECLINED OF SORT-REC
                   MOVE "DECLINED"   TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-DECLINED
                   ADD 1 TO WS-GR-DECLINED
               WHEN OTHER
                   MOVE "UNKNOWN"    TO WS-OUTCOME-DESC
           END-EVALUATE.
           MOVE WS-BR-POSTED     TO WS-EDIT-POSTED.
           MOVE WS-BR-REJECTED   TO WS-EDIT-REJECTED.
           MOVE WS-BR-SUPERSEDED TO WS-EDIT-SUPERSEDED.
           MOVE WS-BR-HELD       TO WS-EDIT-HELD.
           MOVE WS-BR-SUSPENDED  TO WS-EDIT-SUSPENDED.
           MOVE WS-BR-DECLINED   TO WS-EDIT-DECLINED.
           MOVE WS-BR-TRANSFERRED TO WS-EDIT-TRANSFERRED.
           MOVE WS-BR-INACTIVATED TO WS-EDIT-INACTIVATED.
           MOVE SPACES TO ACK-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ACK-RPT-LINE.
               "  POSTED " WS-EDIT-POSTED
               "  REJECTED " WS-EDIT-REJECTED
               "  SUPERSEDED " WS-EDIT-SUPERSEDED
               "  HELD " WS-EDIT-HELD
               DELIMITED BY SIZE INTO ACK-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ACK-RPT-LINE.
           STRING "                     "
               "  SUSPENDED " WS-EDIT-SUSPENDED
               "  DECLINED " WS-EDIT-DECLINED
               "  TRANSFERRED " WS-EDIT-TRANSFERRED
               "  INACTIVATED " WS-EDIT-INACTIVATED
               DELIMITED BY SIZE INTO ACK-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO WS-BR-ADDED
                        WS-BR-DELETED
                        WS-BR-POSTED
                        WS-BR-REJECTED
                        WS-BR-SUPERSEDED
                        WS-BR-HELD
                        WS-BR-SUSPENDED
                        WS-BR-DECLINED
                        WS-BR-TRANSFERRED
                        WS-BR-INACTIVATED.
      *
       WRITE-GRAND-TOTALS.
           MOVE WS-GR-ADDED      TO WS-EDIT-ADDED.
           MOVE WS-GR-POSTED     TO WS-EDIT-POSTED.
           MOVE WS-GR-REJECTED   TO WS-EDIT-REJECTED.
           MOVE WS-GR-SUPERSEDED TO WS-EDIT-SUPERSEDED.
           MOVE WS-GR-HELD       TO WS-EDIT-HELD.
           MOVE WS-GR-SUSPENDED  TO WS-EDIT-SUSPENDED.
           MOVE WS-GR-DECLINED   TO WS-EDIT-DECLINED.
           MOVE WS-GR-TRANSFERRED TO WS-EDIT-TRANSFERRED.
           MOVE WS-GR-INACTIVATED TO WS-EDIT-INACTIVATED.
           MOVE WS-DISPOSITIONS-READ TO WS-EDIT-READ.
           MOVE WS-ACKS-WRITTEN      TO WS-EDIT-WRITTEN.
           MOVE SPACES TO ACK-RPT-LINE.
               "  POSTED " WS-EDIT-POSTED
               "  REJECTED " WS-EDIT-REJECTED
               "  SUPERSEDED " WS-EDIT-SUPERSEDED
               "  HELD " WS-EDIT-HELD
               DELIMITED BY SIZE INTO ACK-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ACK-RPT-LINE.
           STRING "                    "
               "  SUSPENDED " WS-EDIT-SUSPENDED
               "  DECLINED " WS-EDIT-DECLINED
               "  TRANSFERRED " WS-EDIT-TRANSFERRED
               "  INACTIVATED " WS-EDIT-INACTIVATED
               DELIMITED BY SIZE INTO ACK-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ACK-RPT-LINE.
           DISPLAY "MTMACK007I ACKNOWLEDGED.....: " WS-ACKS-WRITTEN.
           DISPLAY "MTMACK008I BRANCHES ACKED...: "
               WS-BRANCHES-ACKED.
      *
      * THE RUN STATISTICS ARE FOR THE TREND REPORT, SO A STATISTICS
      * FILE THAT WILL NOT TAKE THE RECORD IS WARNED ABOUT WITHOUT
      * HOLDING UP THE ACKNOWLEDGMENTS.  APPLIED COUNTS EVERYTHING
      * THE UPDATE PUT ON THE MASTER; A RERUN ON THE SAME CYCLE DATE
      * REPLACES THE EARLIER RUN'S RECORD.
       WRITE-RUN-STATISTICS.
           OPEN I-O STA-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "MTMACK009W RUNSTAT FAILED TO OPEN - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
                   " - NO STATISTICS KEPT"
           ELSE
               PERFORM BUILD-STATISTICS-RECORD
               WRITE STA-REC
               IF WS-RUNSTAT-STATUS = "22"
                   REWRITE STA-REC
               END-IF
               IF WS-RUNSTAT-STATUS NOT = "00"
                   DISPLAY "MTMACK010W RUNSTAT WRITE FAILED FOR "
                       STA-STATS-KEY " - FILE STATUS "
                       WS-RUNSTAT-STATUS
               END-IF
               CLOSE STA-FILE
           END-IF.
      *
       BUILD-STATISTICS-RECORD.
           MOVE SPACES               TO STA-REC.
           MOVE WS-RUN-DATE          TO STA-CYCLE-DATE.
           MOVE "MTMACK"             TO STA-STEP-NAME.
           MOVE WS-START-TIME        TO STA-START-TIME.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-END-TIME          TO STA-END-TIME.
           MOVE ZERO                 TO STA-RETURN-CODE.
           MOVE WS-DISPOSITIONS-READ TO STA-RECORDS-READ.
           COMPUTE STA-RECORDS-APPLIED = WS-GR-ADDED
               + WS-GR-CHANGED + WS-GR-DELETED + WS-GR-POSTED
               + WS-GR-TRANSFERRED + WS-GR-INACTIVATED.
           MOVE WS-GR-REJECTED       TO STA-RECORDS-REJECTED.
           MOVE WS-GR-SUPERSEDED     TO STA-RECORDS-SUPERSEDED.
           MOVE WS-GR-POSTED         TO STA-RECORDS-POSTED.
           MOVE ZERO TO STA-AMOUNT-ADDED
                        STA-AMOUNT-SUBTRACTED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE DSP-IN ACK-OUT ACK-RPT STA-FILE.
           STOP RUN.
