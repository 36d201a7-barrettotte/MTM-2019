      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - EACH RUN NOW LEAVES ITS DETAIL COUNT, RETURN CODE, AND
      *     START AND END TIMES ON THE RUN STATISTICS KSDS (RUNSTAT,
      *     MTMSTA01 LAYOUT) FOR THE MTMSTAT WEEKLY TREND REPORT.
      *
      *--------------------
       ENVIRONMENT DIVISION.
                  FILE STATUS  IS WS-RECOUTX-STATUS.
           SELECT BAL-RPT    ASSIGN TO BALRPT
                  FILE STATUS  IS WS-BALRPT-STATUS.
           SELECT STA-FILE   ASSIGN TO RUNSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS STA-STATS-KEY
                  FILE STATUS  IS WS-RUNSTAT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  BAL-RPT    RECORDING MODE F.
       01  BAL-RPT-LINE       PIC X(132).
      *
       FD  STA-FILE.
       01  STA-REC.
           COPY MTMSTA01.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
           05  WS-RECOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECOUTX-STATUS    PIC X(02) VALUE SPACES.
           05  WS-BALRPT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RUNSTAT-STATUS    PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-DETAILS-COUNTED   PIC 9(09) COMP VALUE ZERO.
           05  WS-TRAILER-HASH      PIC 9(15) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-START-TIME            PIC 9(08) VALUE ZERO.
       01  WS-END-TIME              PIC 9(08) VALUE ZERO.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-MASTER UNTIL LAST-REC.
           PERFORM COUNT-INDEX-RECORDS.
           PERFORM PROVE-THE-ENVELOPE.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-STATISTICS.
           IF FILE-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           ELSE
               DISPLAY "MTMBAL009I ENVELOPE PROVES"
           END-IF.
      *
      * THE RUN STATISTICS ARE FOR THE TREND REPORT, NOT THE PROOF,
      * SO A STATISTICS FILE THAT WILL NOT TAKE THE RECORD IS WARNED
      * ABOUT WITHOUT DISTURBING THE PROOF'S RETURN CODE.  A RERUN
      * ON THE SAME CYCLE DATE REPLACES THE EARLIER RUN'S RECORD.
       WRITE-RUN-STATISTICS.
           OPEN I-O STA-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "MTMBAL010W RUNSTAT FAILED TO OPEN - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
                   " - NO STATISTICS KEPT"
           ELSE
               PERFORM BUILD-STATISTICS-RECORD
               WRITE STA-REC
               IF WS-RUNSTAT-STATUS = "22"
                   REWRITE STA-REC
               END-IF
               IF WS-RUNSTAT-STATUS NOT = "00"
                   DISPLAY "MTMBAL011W RUNSTAT WRITE FAILED FOR "
                       STA-STATS-KEY " - FILE STATUS "
                       WS-RUNSTAT-STATUS
               END-IF
               CLOSE STA-FILE
           END-IF.
      *
       BUILD-STATISTICS-RECORD.
           MOVE SPACES             TO STA-REC.
           MOVE WS-RUN-DATE        TO STA-CYCLE-DATE.
           MOVE "MTMBAL"           TO STA-STEP-NAME.
           MOVE WS-START-TIME      TO STA-START-TIME.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-END-TIME        TO STA-END-TIME.
           IF FILE-OUT-OF-BALANCE
               MOVE 8              TO STA-RETURN-CODE
           ELSE
               MOVE ZERO           TO STA-RETURN-CODE
           END-IF.
           MOVE WS-DETAILS-COUNTED TO STA-RECORDS-READ.
           MOVE ZERO TO STA-RECORDS-APPLIED
                        STA-RECORDS-REJECTED
                        STA-RECORDS-SUPERSEDED
                        STA-RECORDS-POSTED
                        STA-AMOUNT-ADDED
                        STA-AMOUNT-SUBTRACTED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE REC-OUT REC-OUT-IDX BAL-RPT STA-FILE.
           STOP RUN.
