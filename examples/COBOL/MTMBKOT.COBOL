      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMBKOT.
       AUTHOR.        Otto B. Fun.
      *
      * CYCLE BACKOUT - HISTORY, STATISTICS AND RUN-CONTROL REVERSAL.
      *
      * LAST STEP OF THE CYCLE BACKOUT JOB (MTMBKOT.JCL).  BY THE TIME
      * THIS RUNS, MTMBKVF HAS PROVED THE NIGHT ON THE BKOPARM CARD
      * IS THE LATEST SIGNED-OFF CYCLE, THAT NIGHT'S GENERATIONS HAVE
      * BEEN UNCATALOGED, AND MTMMLOD HAS RELOADED THE MASTER KSDS
      * (RECOUTX) FROM THE PRIOR MASTER GENERATION (MASTPRV).  THIS
      * PROGRAM FINISHES THE JOB AND PRINTS THE SECOND HALF OF THE
      * BACKOUT REPORT (BKORPT):
      *
      *   1. THE RELOADED KSDS IS READ BACK FRONT TO BACK AND ITS
      *      MEMBER COUNT AND MEMBER-ID HASH ARE PROVED AGAINST THE
      *      PRIOR GENERATION'S TRAILER.  IF THEY DO NOT AGREE THE
      *      RUN STOPS THERE WITH RETURN CODE 8 AND NOTHING BELOW IS
      *      DONE - THE HISTORY REPAIR READS THE KSDS, SO IT MUST NOT
      *      RUN AGAINST A SUSPECT ONE.
      *   2. EVERY HISTORY VERSION (HISTVS) WHOSE HST-RUN-DATE IS THE
      *      BACKOUT CYCLE IS UNDONE.  MTMHIST REPLACES A VERSION WHEN
      *      A LATER IMAGE CARRIES THE SAME EFFECTIVE DATE, SO THE
      *      NIGHT MAY HAVE OVERLAID AN OLDER VERSION RATHER THAN
      *      ADDED ONE.  WHEN THE MEMBER IS ON THE RESTORED KSDS WITH
      *      THAT SAME EFFECTIVE DATE, THE VERSION IS REWRITTEN FROM
      *      THE RESTORED IMAGE - WHICH IS WHAT THE VERSION HELD THE
      *      NIGHT BEFORE - DATED BY THE MEMBER'S LAST-MAINTENANCE
      *      DATE.  OTHERWISE THE VERSION (CLOSING VERSIONS INCLUDED)
      *      DID NOT EXIST BEFORE THAT NIGHT AND IS DELETED.
      *   3. EVERY RUN STATISTICS RECORD (RUNSTAT) FILED ON OR AFTER
      *      THE BACKOUT CYCLE IS DELETED.  NO LATER CYCLE CAN HAVE
      *      SIGNED OFF, SO ANYTHING DATED LATER IS A STEP OF THE SAME
      *      NIGHT THAT RAN PAST MIDNIGHT OR A LATER ATTEMPT THAT WAS
      *      HELD - EITHER WAY THE RERUN FILES ITS OWN.
      *   4. THE RUN-CONTROL DATASET (CYCCTL) IS MOVED BACK TO THE
      *      PRIOR GENERATION'S HEADER RUN DATE, SO THE CORRECTED
      *      FEEDS FOR THE BACKED-OUT NIGHT PASS THE CYCLE CHECKS.
      * EVERY VERSION AND STATISTICS RECORD TOUCHED IS LISTED.
      *
      * THE RUN CONTROL IS RE-CHECKED BEFORE ANYTHING IS CHANGED: IT
      * MUST STILL CARRY THE DATE ON THE BKOPARM CARD, SO A CARD THAT
      * DISAGREES WITH THE ONE MTMBKVF VERIFIED STOPS THE RUN.  A RUN
      * THAT STOPS PARTWAY THROUGH STEP 2 OR 3 CAN SIMPLY BE RUN
      * AGAIN - WHAT IT ALREADY UNDID NO LONGER CARRIES THE CYCLE'S
      * RUN DATE.
      *
      * THE DATE COMES IN ON A BKOPARM CARD:
      *     CYCLDATE=CCYYMMDD     THE CYCLE TO BACK OUT, REQUIRED
      *     *                     COMMENT CARD, IGNORED (AS ARE BLANKS)
      * AN UNRECOGNIZED CARD STOPS THE RUN.
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
           SELECT PARM-IN    ASSIGN TO BKOPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BKOPARM-STATUS.
           SELECT CYC-CTL    ASSIGN TO CYCCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-CYCCTL-STATUS.
           SELECT MAST-PRV   ASSIGN TO MASTPRV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MASTPRV-STATUS.
           SELECT REC-IDX    ASSIGN TO RECOUTX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MTM-MEMBER-ID OF REC-IDX-MSG
                  FILE STATUS  IS WS-RECOUTX-STATUS.
           SELECT HIST-FILE  ASSIGN TO HISTVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HST-HISTORY-KEY OF HIST-MSG
                  FILE STATUS  IS WS-HISTVS-STATUS.
           SELECT STA-FILE   ASSIGN TO RUNSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS STA-STATS-KEY
                  FILE STATUS  IS WS-RUNSTAT-STATUS.
           SELECT BKO-RPT    ASSIGN TO BKORPT
                  FILE STATUS  IS WS-BKORPT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PARM-IN    RECORDING MODE F.
       01  PARM-DATE-CARD.
           05  PARM-DT-KEYWORD      PIC X(09).
           05  PARM-DT-VALUE        PIC X(08).
           05  PARM-DT-DATE REDEFINES PARM-DT-VALUE
                                    PIC 9(08).
           05  FILLER               PIC X(63).
       01  PARM-FLAG-CARD.
           05  PARM-FLAG-BYTE       PIC X(01).
           05  FILLER               PIC X(79).
      *
       FD  CYC-CTL    RECORDING MODE F.
       01  CYC-CTL-REC.
           05  CTL-LAST-RUN-DATE    PIC 9(08).
           05  FILLER               PIC X(72).
      *
       FD  MAST-PRV   RECORDING MODE F.
       01  MAST-PRV-HDR-MSG.
           05  MPRV-RECORD-TYPE     PIC X(01).
           05  MPRV-PROGRAM-ID      PIC X(08).
           05  MPRV-RUN-DATE        PIC 9(08).
           05  FILLER               PIC X(63).
       01  MAST-PRV-TRL-MSG.
           05  FILLER               PIC X(01).
           05  MPRV-TRL-COUNT       PIC 9(09).
           05  MPRV-TRL-HASH        PIC 9(15).
           05  FILLER               PIC X(55).
      *
       FD  REC-IDX.
       01  REC-IDX-MSG.
           COPY MTMREC01.
      *
       FD  HIST-FILE.
       01  HIST-MSG.
           COPY MTMHST01.
      *
       FD  STA-FILE.
       01  STA-REC.
           COPY MTMSTA01.
      *
       FD  BKO-RPT    RECORDING MODE F.
       01  BKO-RPT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 PARM-EOF-SW       PIC X VALUE SPACE.
             88 PARM-EOF            VALUE "Y".
         05 CYCLE-GIVEN-SW    PIC X VALUE SPACE.
             88 CYCLE-GIVEN         VALUE "Y".
         05 PRV-EOF-SW        PIC X VALUE SPACE.
             88 PRV-EOF             VALUE "Y".
         05 PRV-HEADER-SW     PIC X VALUE SPACE.
             88 PRV-HEADER-SEEN     VALUE "Y".
         05 PRV-TRAILER-SW    PIC X VALUE SPACE.
             88 PRV-TRAILER-SEEN    VALUE "Y".
         05 IDX-EOF-SW        PIC X VALUE SPACE.
             88 IDX-EOF             VALUE "Y".
         05 HIST-EOF-SW       PIC X VALUE SPACE.
             88 HIST-EOF            VALUE "Y".
         05 STA-EOF-SW        PIC X VALUE SPACE.
             88 STA-EOF             VALUE "Y".
         05 RESTORE-SW        PIC X VALUE SPACE.
             88 VERSION-RESTORABLE  VALUE "Y".
         05 BALANCE-SW        PIC X VALUE "Y".
             88 MASTER-PROVES       VALUE "Y".
             88 MASTER-SUSPECT      VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-BKOPARM-STATUS    PIC X(02) VALUE SPACES.
           05  WS-CYCCTL-STATUS     PIC X(02) VALUE SPACES.
           05  WS-MASTPRV-STATUS    PIC X(02) VALUE SPACES.
           05  WS-RECOUTX-STATUS    PIC X(02) VALUE SPACES.
           05  WS-HISTVS-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RUNSTAT-STATUS    PIC X(02) VALUE SPACES.
           05  WS-BKORPT-STATUS     PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-MEMBERS-ON-KSDS   PIC 9(09) COMP VALUE ZERO.
           05  WS-HASH-COMPUTED     PIC 9(15) COMP VALUE ZERO.
           05  WS-TRAILER-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-TRAILER-HASH      PIC 9(15) VALUE ZERO.
           05  WS-VERSIONS-READ     PIC 9(09) COMP VALUE ZERO.
           05  WS-VERSIONS-REMOVED  PIC 9(09) COMP VALUE ZERO.
           05  WS-CLOSINGS-REMOVED  PIC 9(09) COMP VALUE ZERO.
           05  WS-VERSIONS-RESTORED PIC 9(09) COMP VALUE ZERO.
           05  WS-STATS-REMOVED     PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-CYCLE-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CTL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-PRV-MASTER-DATE       PIC 9(08) VALUE ZERO.
       01  WS-RESTORE-RUN-DATE      PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *
      * THE VERSION BEING UNDONE, KEPT FOR THE REPORT LINE AFTER THE
      * RECORD AREA HAS BEEN REBUILT OR THE RECORD DELETED.
       01  WS-CYCLE-VERSION.
           COPY MTMHST01.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-CYCLE-DATE   PIC 9999/99/99.
           05  WS-EDIT-DATE         PIC 9999/99/99.
           05  WS-EDIT-DATE-2       PIC 9999/99/99.
           05  WS-EDIT-COMPUTED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TRAILER      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HASH-C       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HASH-T       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RC           PIC ZZZ9.
           05  WS-EDIT-TYPE         PIC X(07).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-BACKOUT-PARMS.
           PERFORM READ-CONTROL-RECORD.
           PERFORM READ-PRIOR-MASTER.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM PROVE-RESTORED-MASTER.
           IF MASTER-PROVES
               PERFORM STRIP-CYCLE-HISTORY
               PERFORM DELETE-CYCLE-STATISTICS
               PERFORM RESET-RUN-CONTROL
           END-IF.
           PERFORM WRITE-BACKOUT-SUMMARY.
           PERFORM CLOSE-FILES.
           IF MASTER-SUSPECT
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT PARM-IN.
           IF WS-BKOPARM-STATUS NOT = "00"
               DISPLAY "MTMBKOT001E BKOPARM FAILED TO OPEN - FILE "
                   "STATUS " WS-BKOPARM-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT BKO-RPT.
           IF WS-BKORPT-STATUS NOT = "00"
               DISPLAY "MTMBKOT002E BKORPT FAILED TO OPEN - FILE "
                   "STATUS " WS-BKORPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN I-O CYC-CTL.
           IF WS-CYCCTL-STATUS NOT = "00"
               DISPLAY "MTMBKOT003E CYCCTL FAILED TO OPEN - FILE "
                   "STATUS " WS-CYCCTL-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT MAST-PRV.
           IF WS-MASTPRV-STATUS NOT = "00"
               DISPLAY "MTMBKOT004E MASTPRV FAILED TO OPEN - FILE "
                   "STATUS " WS-MASTPRV-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT REC-IDX.
           IF WS-RECOUTX-STATUS NOT = "00"
               DISPLAY "MTMBKOT005E RECOUTX FAILED TO OPEN - FILE "
                   "STATUS " WS-RECOUTX-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN I-O HIST-FILE.
           IF WS-HISTVS-STATUS NOT = "00"
               DISPLAY "MTMBKOT006E HISTVS FAILED TO OPEN - FILE "
                   "STATUS " WS-HISTVS-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN I-O STA-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "MTMBKOT007E RUNSTAT FAILED TO OPEN - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       LOAD-BACKOUT-PARMS.
           PERFORM UNTIL PARM-EOF
               READ PARM-IN
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-PARM-CARD
               END-READ
           END-PERFORM.
           CLOSE PARM-IN.
           IF NOT CYCLE-GIVEN
               DISPLAY "MTMBKOT008E CYCLDATE CARD IS REQUIRED"
               PERFORM ABEND-JOB
           END-IF.
           DISPLAY "MTMBKOT009I BACKING OUT CYCLE " WS-CYCLE-DATE.
      *
       APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARM-DATE-CARD = SPACES
                   CONTINUE
               WHEN PARM-FLAG-BYTE = "*"
                   CONTINUE
               WHEN PARM-DT-KEYWORD = "CYCLDATE="
                    AND PARM-DT-VALUE NUMERIC
                   MOVE PARM-DT-DATE TO WS-CYCLE-DATE
                   SET CYCLE-GIVEN TO TRUE
               WHEN OTHER
                   DISPLAY "MTMBKOT010E UNRECOGNIZED PARM CARD: "
                       PARM-DATE-CARD
                   PERFORM ABEND-JOB
           END-EVALUATE.
      *
      * THE RECORD IS READ HERE AND REWRITTEN BY RESET-RUN-CONTROL
      * ONCE EVERYTHING ELSE IS DONE.
       READ-CONTROL-RECORD.
           READ CYC-CTL
               AT END
                   DISPLAY "MTMBKOT011E CYCCTL IS EMPTY - NOTHING "
                       "TO BACK OUT"
                   PERFORM ABEND-JOB
           END-READ.
           IF CTL-LAST-RUN-DATE NUMERIC
               MOVE CTL-LAST-RUN-DATE TO WS-CTL-DATE
           END-IF.
           IF WS-CTL-DATE NOT = WS-CYCLE-DATE
               DISPLAY "MTMBKOT012E RUN CONTROL CARRIES " WS-CTL-DATE
                   ", NOT THE BACKOUT CYCLE " WS-CYCLE-DATE
                   " - NOTHING CHANGED"
               PERFORM ABEND-JOB
           END-IF.
      *
       READ-PRIOR-MASTER.
           PERFORM UNTIL PRV-EOF
               READ MAST-PRV
                   AT END
                       SET PRV-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MPRV-RECORD-TYPE = "H"
                               SET PRV-HEADER-SEEN TO TRUE
                               IF MPRV-RUN-DATE NUMERIC
                                   MOVE MPRV-RUN-DATE
                                       TO WS-PRV-MASTER-DATE
                               END-IF
                           WHEN MPRV-RECORD-TYPE = "T"
                               SET PRV-TRAILER-SEEN TO TRUE
                               MOVE MPRV-TRL-COUNT TO WS-TRAILER-COUNT
                               MOVE MPRV-TRL-HASH  TO WS-TRAILER-HASH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF NOT PRV-HEADER-SEEN
              OR WS-PRV-MASTER-DATE = ZERO
              OR WS-PRV-MASTER-DATE NOT < WS-CYCLE-DATE
               DISPLAY "MTMBKOT013E MASTPRV HEADER RUN DATE "
                   WS-PRV-MASTER-DATE " IS NOT BEFORE THE BACKOUT "
                   "CYCLE - NOTHING CHANGED"
               PERFORM ABEND-JOB
           END-IF.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE        TO WS-EDIT-RUN-DATE.
           MOVE WS-CYCLE-DATE      TO WS-EDIT-CYCLE-DATE.
           MOVE WS-PRV-MASTER-DATE TO WS-EDIT-DATE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "MTMBKOT CYCLE BACKOUT - RESTORE AND REVERSAL - "
               "RUN DATE " WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "CYCLE BACKED OUT: " WS-EDIT-CYCLE-DATE
               "   RESTORED TO CYCLE: " WS-EDIT-DATE
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * THE KSDS IS READ BACK FROM THE LOWEST KEY, NOT TAKEN ON
      * MTMMLOD'S WORD, SO THE PROOF COVERS WHAT IS ACTUALLY ON FILE
      * AND NOT WHAT WAS WRITTEN TO IT.
       PROVE-RESTORED-MASTER.
           MOVE ZERO TO MTM-MEMBER-ID OF REC-IDX-MSG.
           START REC-IDX
               KEY IS NOT LESS THAN MTM-MEMBER-ID OF REC-IDX-MSG
               INVALID KEY
                   SET IDX-EOF TO TRUE
           END-START.
           PERFORM READ-NEXT-RESTORED UNTIL IDX-EOF.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "RESTORED MASTER KSDS AGAINST THE PRIOR "
               "GENERATION'S TRAILER"
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF NOT PRV-TRAILER-SEEN
               SET MASTER-SUSPECT TO TRUE
               MOVE SPACES TO BKO-RPT-LINE
               STRING "*** NO TRAILER RECORD ON MASTPRV ***"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-MEMBERS-ON-KSDS TO WS-EDIT-COMPUTED.
           MOVE WS-TRAILER-COUNT   TO WS-EDIT-TRAILER.
           MOVE SPACES TO BKO-RPT-LINE.
           IF WS-MEMBERS-ON-KSDS = WS-TRAILER-COUNT
              AND PRV-TRAILER-SEEN
               STRING "MEMBERS ON KSDS.: " WS-EDIT-COMPUTED
                   "  TRAILER " WS-EDIT-TRAILER "  AGREE"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
           ELSE
               SET MASTER-SUSPECT TO TRUE
               STRING "MEMBERS ON KSDS.: " WS-EDIT-COMPUTED
                   "  TRAILER " WS-EDIT-TRAILER
                   "  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HASH-COMPUTED TO WS-EDIT-HASH-C.
           MOVE WS-TRAILER-HASH  TO WS-EDIT-HASH-T.
           MOVE SPACES TO BKO-RPT-LINE.
           IF WS-HASH-COMPUTED = WS-TRAILER-HASH
              AND PRV-TRAILER-SEEN
               STRING "HASH TOTAL......: " WS-EDIT-HASH-C
                   "  TRAILER " WS-EDIT-HASH-T "  AGREE"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
           ELSE
               SET MASTER-SUSPECT TO TRUE
               STRING "HASH TOTAL......: " WS-EDIT-HASH-C
                   "  TRAILER " WS-EDIT-HASH-T
                   "  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       READ-NEXT-RESTORED.
           READ REC-IDX NEXT RECORD
               AT END
                   SET IDX-EOF TO TRUE
               NOT AT END
                   IF WS-RECOUTX-STATUS NOT = "00"
                       DISPLAY "MTMBKOT014E RECOUTX READ FAILED - "
                           "FILE STATUS " WS-RECOUTX-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   ADD 1 TO WS-MEMBERS-ON-KSDS
                   ADD MTM-MEMBER-ID OF REC-IDX-MSG
                       TO WS-HASH-COMPUTED
           END-READ.
      *
       STRIP-CYCLE-HISTORY.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "HISTORY VERSIONS WRITTEN BY CYCLE "
               WS-EDIT-CYCLE-DATE
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "MEMBER ID  EFFECTIVE   TYPE     ACTION"
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM READ-NEXT-VERSION UNTIL HIST-EOF.
           MOVE SPACES TO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * THE ALL-ZERO KEY IS THE PRIMING RECORD A REBUILT HISTORY
      * CLUSTER STARTS WITH, NOT A MEMBER, SHOULD ONE STILL BE THERE.
       READ-NEXT-VERSION.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   IF WS-HISTVS-STATUS NOT = "00"
                       DISPLAY "MTMBKOT015E HISTVS READ FAILED - "
                           "FILE STATUS " WS-HISTVS-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   ADD 1 TO WS-VERSIONS-READ
                   IF HST-MEMBER-ID OF HIST-MSG NOT = ZERO
                      AND HST-RUN-DATE OF HIST-MSG = WS-CYCLE-DATE
                       PERFORM UNDO-CYCLE-VERSION
                   END-IF
           END-READ.
      *
      * THE LOOKUP IS A RANDOM READ ON THE MASTER KSDS AND DOES NOT
      * DISTURB THE HISTORY BROWSE; THE DELETE OR REWRITE ACTS ON
      * THE VERSION THE BROWSE JUST RETURNED.
       UNDO-CYCLE-VERSION.
           MOVE HIST-MSG TO WS-CYCLE-VERSION.
           MOVE SPACE TO RESTORE-SW.
           MOVE HST-MEMBER-ID OF HIST-MSG
               TO MTM-MEMBER-ID OF REC-IDX-MSG.
           READ REC-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MTM-EFFECTIVE-DATE OF REC-IDX-MSG =
                      HST-EFFECTIVE-DATE OF WS-CYCLE-VERSION
                       SET VERSION-RESTORABLE TO TRUE
                   END-IF
           END-READ.
           IF WS-RECOUTX-STATUS NOT = "00"
              AND WS-RECOUTX-STATUS NOT = "23"
               DISPLAY "MTMBKOT016E RECOUTX LOOKUP FAILED FOR MEMBER "
                   HST-MEMBER-ID OF WS-CYCLE-VERSION
                   " - FILE STATUS " WS-RECOUTX-STATUS
               PERFORM ABEND-JOB
           END-IF.
           IF HST-CLOSING-VERSION OF WS-CYCLE-VERSION
               MOVE "CLOSING" TO WS-EDIT-TYPE
           ELSE
               MOVE "VERSION" TO WS-EDIT-TYPE
           END-IF.
           IF VERSION-RESTORABLE
               PERFORM RESTORE-PRIOR-VERSION
           ELSE
               PERFORM REMOVE-CYCLE-VERSION
           END-IF.
      *
      * THE LAST-MAINTENANCE DATE IS THE NIGHT THAT LAST CHANGED THE
      * MEMBER, WHICH IS THE NIGHT THE OVERLAID VERSION WAS WRITTEN;
      * WHERE IT IS MISSING THE PRIOR CYCLE STANDS IN FOR IT.
       RESTORE-PRIOR-VERSION.
           IF MTM-LAST-MAINT-DATE OF REC-IDX-MSG NUMERIC
              AND MTM-LAST-MAINT-DATE OF REC-IDX-MSG > ZERO
              AND MTM-LAST-MAINT-DATE OF REC-IDX-MSG < WS-CYCLE-DATE
               MOVE MTM-LAST-MAINT-DATE OF REC-IDX-MSG
                   TO WS-RESTORE-RUN-DATE
           ELSE
               MOVE WS-PRV-MASTER-DATE TO WS-RESTORE-RUN-DATE
           END-IF.
           MOVE SPACES TO HIST-MSG.
           MOVE MTM-MEMBER-ID OF REC-IDX-MSG
               TO HST-MEMBER-ID OF HIST-MSG.
           MOVE MTM-EFFECTIVE-DATE OF REC-IDX-MSG
               TO HST-EFFECTIVE-DATE OF HIST-MSG.
           MOVE MTM-MEMBER-NAME OF REC-IDX-MSG
               TO HST-MEMBER-NAME OF HIST-MSG.
           MOVE MTM-MEMBER-STATUS OF REC-IDX-MSG
               TO HST-MEMBER-STATUS OF HIST-MSG.
           MOVE MTM-TRANS-AMOUNT OF REC-IDX-MSG
               TO HST-TRANS-AMOUNT OF HIST-MSG.
           MOVE MTM-BRANCH-CODE OF REC-IDX-MSG
               TO HST-BRANCH-CODE OF HIST-MSG.
           MOVE WS-RESTORE-RUN-DATE TO HST-RUN-DATE OF HIST-MSG.
           REWRITE HIST-MSG
               INVALID KEY
                   DISPLAY "MTMBKOT017E HISTVS REWRITE FAILED FOR "
                       "MEMBER " HST-MEMBER-ID OF WS-CYCLE-VERSION
                       " - FILE STATUS " WS-HISTVS-STATUS
                   PERFORM ABEND-JOB
           END-REWRITE.
           ADD 1 TO WS-VERSIONS-RESTORED.
           MOVE HST-EFFECTIVE-DATE OF WS-CYCLE-VERSION TO WS-EDIT-DATE.
           MOVE WS-RESTORE-RUN-DATE TO WS-EDIT-DATE-2.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING HST-MEMBER-ID OF WS-CYCLE-VERSION "  "
               WS-EDIT-DATE "  " WS-EDIT-TYPE
               "  RESTORED FROM PRIOR MASTER, RUN DATE "
               WS-EDIT-DATE-2
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       REMOVE-CYCLE-VERSION.
           DELETE HIST-FILE RECORD
               INVALID KEY
                   DISPLAY "MTMBKOT018E HISTVS DELETE FAILED FOR "
                       "MEMBER " HST-MEMBER-ID OF WS-CYCLE-VERSION
                       " - FILE STATUS " WS-HISTVS-STATUS
                   PERFORM ABEND-JOB
           END-DELETE.
           ADD 1 TO WS-VERSIONS-REMOVED.
           IF HST-CLOSING-VERSION OF WS-CYCLE-VERSION
               ADD 1 TO WS-CLOSINGS-REMOVED
           END-IF.
           MOVE HST-EFFECTIVE-DATE OF WS-CYCLE-VERSION TO WS-EDIT-DATE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING HST-MEMBER-ID OF WS-CYCLE-VERSION "  "
               WS-EDIT-DATE "  " WS-EDIT-TYPE "  REMOVED"
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       DELETE-CYCLE-STATISTICS.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "RUN STATISTICS FILED ON OR AFTER CYCLE "
               WS-EDIT-CYCLE-DATE
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "CYCLE       STEP      FEED        RC  "
               "     RECORDS READ  ACTION"
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CYCLE-DATE TO STA-CYCLE-DATE.
           MOVE LOW-VALUES    TO STA-STEP-NAME STA-FEED-NAME.
           START STA-FILE
               KEY IS NOT LESS THAN STA-STATS-KEY
               INVALID KEY
                   SET STA-EOF TO TRUE
           END-START.
           IF WS-RUNSTAT-STATUS NOT = "00"
              AND WS-RUNSTAT-STATUS NOT = "23"
               DISPLAY "MTMBKOT019E RUNSTAT START FAILED - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           PERFORM READ-NEXT-STATISTIC UNTIL STA-EOF.
           MOVE SPACES TO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       READ-NEXT-STATISTIC.
           READ STA-FILE NEXT RECORD
               AT END
                   SET STA-EOF TO TRUE
               NOT AT END
                   IF WS-RUNSTAT-STATUS NOT = "00"
                       DISPLAY "MTMBKOT020E RUNSTAT READ FAILED - "
                           "FILE STATUS " WS-RUNSTAT-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   PERFORM REMOVE-CYCLE-STATISTIC
           END-READ.
      *
       REMOVE-CYCLE-STATISTIC.
           MOVE STA-CYCLE-DATE   TO WS-EDIT-DATE.
           MOVE STA-RETURN-CODE  TO WS-EDIT-RC.
           MOVE STA-RECORDS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-EDIT-DATE "  " STA-STEP-NAME "  " STA-FEED-NAME
               "  " WS-EDIT-RC "  " WS-EDIT-COUNT "  REMOVED"
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           DELETE STA-FILE RECORD
               INVALID KEY
                   DISPLAY "MTMBKOT021E RUNSTAT DELETE FAILED FOR "
                       "CYCLE " STA-CYCLE-DATE " STEP " STA-STEP-NAME
                       " - FILE STATUS " WS-RUNSTAT-STATUS
                   PERFORM ABEND-JOB
           END-DELETE.
           ADD 1 TO WS-STATS-REMOVED.
           PERFORM WRITE-REPORT-LINE.
      *
       RESET-RUN-CONTROL.
           MOVE SPACES TO CYC-CTL-REC.
           MOVE WS-PRV-MASTER-DATE TO CTL-LAST-RUN-DATE.
           REWRITE CYC-CTL-REC.
           IF WS-CYCCTL-STATUS NOT = "00"
               DISPLAY "MTMBKOT022E CYCCTL REWRITE FAILED - FILE "
                   "STATUS " WS-CYCCTL-STATUS
               PERFORM ABEND-JOB
           END-IF.
           DISPLAY "MTMBKOT023I LAST COMPLETED CYCLE MOVED BACK FROM "
               WS-CTL-DATE " TO " WS-PRV-MASTER-DATE.
      *
       WRITE-BACKOUT-SUMMARY.
           IF MASTER-SUSPECT
               MOVE SPACES TO BKO-RPT-LINE
               STRING "*** RESTORED MASTER DOES NOT PROVE - HISTORY, "
                   "STATISTICS AND RUN CONTROL LEFT AS THEY WERE, "
                   "RC=8 ***"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE WS-VERSIONS-READ TO WS-EDIT-COUNT
               MOVE SPACES TO BKO-RPT-LINE
               STRING "HISTORY VERSIONS READ......: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-VERSIONS-REMOVED TO WS-EDIT-COUNT
               MOVE SPACES TO BKO-RPT-LINE
               STRING "HISTORY VERSIONS REMOVED...: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-CLOSINGS-REMOVED TO WS-EDIT-COUNT
               MOVE SPACES TO BKO-RPT-LINE
               STRING "  OF WHICH CLOSING VERSIONS: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-VERSIONS-RESTORED TO WS-EDIT-COUNT
               MOVE SPACES TO BKO-RPT-LINE
               STRING "HISTORY VERSIONS RESTORED..: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-STATS-REMOVED TO WS-EDIT-COUNT
               MOVE SPACES TO BKO-RPT-LINE
               STRING "RUN STATISTICS REMOVED.....: " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-CTL-DATE        TO WS-EDIT-DATE
               MOVE WS-PRV-MASTER-DATE TO WS-EDIT-DATE-2
               MOVE SPACES TO BKO-RPT-LINE
               STRING "RUN CONTROL MOVED BACK.....: " WS-EDIT-DATE
                   " TO " WS-EDIT-DATE-2
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO BKO-RPT-LINE
               STRING "BACKOUT COMPLETE - RERUN THE CORRECTED FEEDS "
                   "FOR " WS-EDIT-CYCLE-DATE
                   " THROUGH THE NIGHTLY STREAM"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
       WRITE-REPORT-LINE.
           WRITE BKO-RPT-LINE.
           IF WS-BKORPT-STATUS NOT = "00"
               DISPLAY "MTMBKOT024E BKORPT WRITE FAILED - FILE "
                   "STATUS " WS-BKORPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE CYC-CTL MAST-PRV REC-IDX HIST-FILE STA-FILE BKO-RPT.
           DISPLAY "MTMBKOT025I MEMBERS ON KSDS...: "
               WS-MEMBERS-ON-KSDS.
           DISPLAY "MTMBKOT026I TRAILER COUNT.....: " WS-TRAILER-COUNT.
           DISPLAY "MTMBKOT027I VERSIONS REMOVED..: "
               WS-VERSIONS-REMOVED.
           DISPLAY "MTMBKOT028I VERSIONS RESTORED.: "
               WS-VERSIONS-RESTORED.
           DISPLAY "MTMBKOT029I STATISTICS REMOVED: " WS-STATS-REMOVED.
           IF MASTER-SUSPECT
               DISPLAY "MTMBKOT030W RESTORED MASTER SUSPECT - BACKOUT "
                   "NOT FINISHED, RC=8"
           ELSE
               DISPLAY "MTMBKOT031I CYCLE " WS-CYCLE-DATE
                   " BACKED OUT"
           END-IF.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE PARM-IN CYC-CTL MAST-PRV REC-IDX HIST-FILE STA-FILE
                 BKO-RPT.
           STOP RUN.
