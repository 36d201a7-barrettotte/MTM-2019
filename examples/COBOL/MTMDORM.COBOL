      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMDORM.
       AUTHOR.        Otto B. Fun.
      *
      * DORMANT MEMBER SWEEP.
      *
      * READS THE CURRENT MASTER GENERATION (MASTIN, MTMREC01 IN ITS
      * HEADER/TRAILER ENVELOPE) AGAINST THE NOTICE FILE FROM THE LAST
      * SWEEP (NTCIN, MTMDRM01, MEMBER-ID ORDER) AND FINDS EVERY
      * ACTIVE MEMBER WITH NO MAINTENANCE FOR LONGER THAN THE
      * RETENTION PERIOD - JUDGED ON MTM-LAST-MAINT-DATE, OR ON THE
      * EFFECTIVE DATE FOR A RECORD THE NIGHTLY UPDATE HAS NEVER
      * STAMPED.
      *
      * A DORMANT MEMBER NOT YET UNDER NOTICE IS PUT UNDER NOTICE
      * TODAY, WITH AN INACTIVATION DATE THE GRACE PERIOD AWAY.  ONE
      * ALREADY UNDER NOTICE WAITS OUT ITS GRACE PERIOD; ONCE THAT IS
      * OVER, AND THE MEMBER STILL HAS NOT TRANSACTED, AN "I"
      * INACTIVATE TRANSACTION IS CUT FOR IT (DRMOUT, MTMTRN01,
      * MEMBER-ID ORDER), WHICH THE NIGHTLY UPDATE APPLIES ON RECIN7
      * SO THE STATUS CHANGE IS STAMPED, SHOWS ON THE DELTA, AND
      * LANDS IN HISTORY LIKE ANY OTHER MAINTENANCE.  A MEMBER WHO
      * TRANSACTS, GOES INACTIVE, OR LEAVES THE MASTER COMES OFF
      * NOTICE.  THE NOTICES STILL RUNNING GO TO THE NEXT NOTICE
      * GENERATION (NTCOUT); EVERYTHING THE SWEEP DID GOES TO THE
      * BRANCH NOTIFICATION FILE (NTFOUT, BRANCH ORDER) AND THE
      * PRINTED NOTICE LIST (DRMRPT), ONE BLOCK PER BRANCH.
      *
      * IF THE INACTIVATIONS FROM THE LAST SWEEP ARE STILL WAITING FOR
      * THE NIGHTLY UPDATE (DRMPEND NOT EMPTY), NO NEW ONES ARE CUT:
      * THOSE MEMBERS STAY UNDER NOTICE, MARKED HELD, AND THE RUN ENDS
      * RC=4 SO THE JOB DOES NOT CATALOG AN INACTIVATION GENERATION
      * OVER THE ONES STILL WAITING.  THE NOTICE AND NOTIFICATION
      * GENERATIONS ARE STILL CATALOGED, SO THE HELD NOTICES CARRY.
      *
      * THE PERIODS COME IN ON DRMPARM CARDS, ONE PER CARD, AND BOTH
      * ARE REQUIRED:
      *     RETNDAYS=NNNNN  DAYS WITHOUT MAINTENANCE BEFORE A MEMBER IS
      *                     DORMANT (MORE THAN ZERO)
      *     GRACDAYS=NNNNN  DAYS FROM NOTICE TO INACTIVATION
      *     *               COMMENT CARD, IGNORED (AS ARE BLANKS)
      * AN UNRECOGNIZED CARD STOPS THE RUN.
      *
      * THE LIST ENDS WITH PROOFS THAT THE MASTER READ AGREES WITH
      * ITS TRAILER AND THAT EVERY NOTICE READ WAS EITHER CARRIED OR
      * CLEARED; ANY DIFFERENCE ENDS RC=8 AND THE JOB CATALOGS
      * NOTHING.
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
           SELECT NTC-IN     ASSIGN TO NTCIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-NTCIN-STATUS.
           SELECT DRM-PEND   ASSIGN TO DRMPEND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DRMPEND-STATUS.
           SELECT PARM-IN    ASSIGN TO DRMPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DRMPARM-STATUS.
           SELECT SORT-FILE  ASSIGN TO SORTWK1.
           SELECT NTC-OUT    ASSIGN TO NTCOUT
                  FILE STATUS  IS WS-NTCOUT-STATUS.
           SELECT NTF-OUT    ASSIGN TO NTFOUT
                  FILE STATUS  IS WS-NTFOUT-STATUS.
           SELECT DRM-OUT    ASSIGN TO DRMOUT
                  FILE STATUS  IS WS-DRMOUT-STATUS.
           SELECT DRM-RPT    ASSIGN TO DRMRPT
                  FILE STATUS  IS WS-DRMRPT-STATUS.
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
       FD  NTC-IN     RECORDING MODE F.
       01  NTC-IN-MSG.
           COPY MTMDRM01.
      *
       FD  DRM-PEND   RECORDING MODE F.
       01  DRM-PEND-MSG.
           COPY MTMTRN01.
      *
       FD  PARM-IN    RECORDING MODE F.
       01  PARM-DAYS-CARD.
           05  PARM-DY-KEYWORD      PIC X(09).
           05  PARM-DY-VALUE        PIC X(05).
           05  PARM-DY-DAYS REDEFINES PARM-DY-VALUE
                                    PIC 9(05).
           05  FILLER               PIC X(66).
       01  PARM-FLAG-CARD.
           05  PARM-FLAG-BYTE       PIC X(01).
           05  FILLER               PIC X(79).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           COPY MTMDRM01.
      *
       FD  NTC-OUT    RECORDING MODE F.
       01  NTC-OUT-MSG.
           COPY MTMDRM01.
      *
       FD  NTF-OUT    RECORDING MODE F.
       01  NTF-OUT-MSG.
           COPY MTMDRM01.
      *
       FD  DRM-OUT    RECORDING MODE F.
       01  DRM-OUT-MSG.
           COPY MTMTRN01.
      *
       FD  DRM-RPT    RECORDING MODE F.
       01  DRM-RPT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTEOF           PIC X VALUE SPACE.
             88 MASTER-EOF          VALUE "Y".
         05 NTCEOF            PIC X VALUE SPACE.
             88 NOTICE-EOF          VALUE "Y".
         05 PARM-EOF-SW       PIC X VALUE SPACE.
             88 PARM-EOF            VALUE "Y".
         05 SORT-EOF-SW       PIC X VALUE SPACE.
             88 SORT-EOF            VALUE "Y".
         05 HEADER-SW         PIC X VALUE SPACE.
             88 HEADER-SEEN         VALUE "Y".
         05 TRAILER-SW        PIC X VALUE SPACE.
             88 TRAILER-SEEN        VALUE "Y".
         05 PENDING-SW        PIC X VALUE SPACE.
             88 INACTIVATIONS-PENDING VALUE "Y".
         05 DORMANT-SW        PIC X VALUE SPACE.
             88 MEMBER-DORMANT      VALUE "Y".
         05 LEAP-YEAR-SW      PIC X VALUE SPACE.
             88 LEAP-YEAR           VALUE "Y".
         05 BALANCE-SW        PIC X VALUE "Y".
             88 SWEEP-IN-BALANCE    VALUE "Y".
             88 SWEEP-OUT-OF-BALANCE VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-MASTIN-STATUS     PIC X(02) VALUE SPACES.
           05  WS-NTCIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-DRMPEND-STATUS    PIC X(02) VALUE SPACES.
           05  WS-DRMPARM-STATUS    PIC X(02) VALUE SPACES.
           05  WS-NTCOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-NTFOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-DRMOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-DRMRPT-STATUS     PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-MASTER-READ       PIC 9(09) COMP VALUE ZERO.
           05  WS-ACTIVE-READ       PIC 9(09) COMP VALUE ZERO.
           05  WS-TRAILER-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-NOTICES-READ      PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTICES-WRITTEN   PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTIFICATIONS     PIC 9(09) COMP VALUE ZERO.
           05  WS-INACTIVATIONS     PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-NEW            PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-WAITING        PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-HELD           PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-INACTIVATED    PIC 9(09) COMP VALUE ZERO.
           05  WS-GR-CLEARED        PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-NEW            PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-WAITING        PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-HELD           PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-INACTIVATED    PIC 9(09) COMP VALUE ZERO.
           05  WS-BR-CLEARED        PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTICES-CARRIED   PIC 9(09) COMP VALUE ZERO.
           05  WS-NOTICES-ACCOUNTED PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-MATCH-KEYS.
           05  WS-MASTER-KEY        PIC X(09) VALUE SPACES.
           05  WS-NOTICE-KEY        PIC X(09) VALUE SPACES.
      *
       01  WS-SWEEP-PARMS.
           05  WS-RETAIN-DAYS       PIC 9(05) VALUE ZERO.
           05  WS-GRACE-DAYS        PIC 9(05) VALUE ZERO.
           05  WS-RETAIN-SW         PIC X(01) VALUE SPACE.
               88  RETAIN-GIVEN         VALUE "Y".
           05  WS-GRACE-SW          PIC X(01) VALUE SPACE.
               88  GRACE-GIVEN          VALUE "Y".
      *
      * DAY NUMBERS.  EACH DATE IS TURNED INTO A COUNT OF DAYS FROM A
      * FIXED BASE - WHOLE YEARS, PLUS THE LEAP DAYS IN THEM, PLUS
      * THE DAYS BEFORE THE MONTH, PLUS THE DAY - SO A DATE'S AGE IS
      * A PLAIN SUBTRACTION, AND A DAY NUMBER CAN BE TURNED BACK INTO
      * A DATE TO PRINT THE CUT-OFF AND INACTIVATION DATES.
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
           05  WS-DN-TARGET         PIC 9(07) VALUE ZERO.
           05  WS-DN-DAY-OF-YEAR    PIC 9(03) VALUE ZERO.
           05  WS-DN-LEAP-ADJUST    PIC 9(01) VALUE ZERO.
       01  WS-DAYS-BEFORE-MONTH     PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-MONTH.
           05  WS-DAYS-BEFORE OCCURS 12 PIC 9(03).
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-RUN-DAY-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
       01  WS-INACTIVATE-DATE       PIC 9(08) VALUE ZERO.
       01  WS-ACTIVITY-DATE         PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-BRANCH        PIC X(04) VALUE SPACES.
       01  WS-OUTCOME-DESC          PIC X(44) VALUE SPACES.
       01  WS-PROOF-RESULT          PIC X(20) VALUE SPACES.
      *
       01  WS-EVENT-REC.
           COPY MTMDRM01.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-DATE-1       PIC 9999/99/99.
           05  WS-EDIT-DATE-2       PIC 9999/99/99.
           05  WS-EDIT-DATE-3       PIC 9999/99/99.
           05  WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-DAYS-1       PIC ZZ,ZZ9.
           05  WS-EDIT-DAYS-2       PIC ZZ,ZZ9.
           05  WS-EDIT-COUNT-1      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT-2      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT-3      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT-4      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-COUNT-5      PIC ZZZ,ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-SWEEP-PARMS.
           PERFORM COMPUTE-SWEEP-DATES.
           PERFORM CHECK-PENDING-INACTIVATIONS.
           PERFORM WRITE-PAGE-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY DRM-BRANCH-CODE OF SORT-REC
                                DRM-MEMBER-ID   OF SORT-REC
               INPUT  PROCEDURE IS SWEEP-THE-MASTER
               OUTPUT PROCEDURE IS LIST-BY-BRANCH.
           PERFORM PROVE-THE-SWEEP.
           PERFORM CLOSE-FILES.
           EVALUATE TRUE
               WHEN SWEEP-OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN INACTIVATIONS-PENDING
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT MAST-IN.
           IF WS-MASTIN-STATUS NOT = "00"
               DISPLAY "MTMDORM001E MASTIN FAILED TO OPEN - FILE "
                   "STATUS " WS-MASTIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT NTC-IN.
           IF WS-NTCIN-STATUS NOT = "00"
               DISPLAY "MTMDORM002E NTCIN FAILED TO OPEN - FILE "
                   "STATUS " WS-NTCIN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT DRM-PEND.
           IF WS-DRMPEND-STATUS NOT = "00"
               DISPLAY "MTMDORM003E DRMPEND FAILED TO OPEN - FILE "
                   "STATUS " WS-DRMPEND-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT PARM-IN.
           IF WS-DRMPARM-STATUS NOT = "00"
               DISPLAY "MTMDORM004E DRMPARM FAILED TO OPEN - FILE "
                   "STATUS " WS-DRMPARM-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT NTC-OUT.
           IF WS-NTCOUT-STATUS NOT = "00"
               DISPLAY "MTMDORM005E NTCOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-NTCOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT NTF-OUT.
           IF WS-NTFOUT-STATUS NOT = "00"
               DISPLAY "MTMDORM006E NTFOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-NTFOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT DRM-OUT.
           IF WS-DRMOUT-STATUS NOT = "00"
               DISPLAY "MTMDORM007E DRMOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-DRMOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT DRM-RPT.
           IF WS-DRMRPT-STATUS NOT = "00"
               DISPLAY "MTMDORM008E DRMRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-DRMRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       LOAD-SWEEP-PARMS.
           PERFORM UNTIL PARM-EOF
               READ PARM-IN
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-PARM-CARD
               END-READ
           END-PERFORM.
           CLOSE PARM-IN.
           IF NOT RETAIN-GIVEN OR NOT GRACE-GIVEN
               DISPLAY "MTMDORM009E RETNDAYS AND GRACDAYS CARDS ARE "
                   "BOTH REQUIRED"
               PERFORM ABEND-JOB
           END-IF.
           IF WS-RETAIN-DAYS = ZERO
               DISPLAY "MTMDORM010E RETNDAYS MUST BE MORE THAN ZERO"
               PERFORM ABEND-JOB
           END-IF.
           DISPLAY "MTMDORM011I RETENTION " WS-RETAIN-DAYS
               " DAYS, GRACE " WS-GRACE-DAYS " DAYS".
      *
       APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARM-DAYS-CARD = SPACES
                   CONTINUE
               WHEN PARM-FLAG-BYTE = "*"
                   CONTINUE
               WHEN PARM-DY-KEYWORD = "RETNDAYS="
                    AND PARM-DY-VALUE NUMERIC
                   MOVE PARM-DY-DAYS TO WS-RETAIN-DAYS
                   SET RETAIN-GIVEN TO TRUE
               WHEN PARM-DY-KEYWORD = "GRACDAYS="
                    AND PARM-DY-VALUE NUMERIC
                   MOVE PARM-DY-DAYS TO WS-GRACE-DAYS
                   SET GRACE-GIVEN TO TRUE
               WHEN OTHER
                   DISPLAY "MTMDORM012E UNRECOGNIZED PARM CARD: "
                       PARM-DAYS-CARD
                   PERFORM ABEND-JOB
           END-EVALUATE.
      *
      * A MEMBER IS DORMANT WHEN ITS LAST ACTIVITY IS ON OR BEFORE THE
      * CUT-OFF (THE RUN DATE LESS THE RETENTION PERIOD).  A NOTICE
      * SENT TODAY RUNS OUT ON THE RUN DATE PLUS THE GRACE PERIOD.
       COMPUTE-SWEEP-DATES.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
           SUBTRACT WS-RETAIN-DAYS FROM WS-RUN-DAY-NUMBER
               GIVING WS-DN-TARGET.
           PERFORM COMPUTE-DATE-FROM-DAY-NUMBER.
           MOVE WS-DN-DATE TO WS-CUTOFF-DATE.
           ADD WS-GRACE-DAYS TO WS-RUN-DAY-NUMBER
               GIVING WS-DN-TARGET.
           PERFORM COMPUTE-DATE-FROM-DAY-NUMBER.
           MOVE WS-DN-DATE TO WS-INACTIVATE-DATE.
      *
      * THE LAST SWEEP'S INACTIVATION GENERATION IS EMPTIED BY THE
      * NIGHTLY STREAM ONCE IT HAS BEEN APPLIED.  ANYTHING STILL ON IT
      * HAS NOT BEEN APPLIED YET, SO NO NEW INACTIVATIONS ARE CUT.
       CHECK-PENDING-INACTIVATIONS.
           READ DRM-PEND
               AT END
                   CONTINUE
               NOT AT END
                   SET INACTIVATIONS-PENDING TO TRUE
                   DISPLAY "MTMDORM013W INACTIVATIONS FROM THE LAST "
                       "SWEEP NOT YET APPLIED - NONE CUT THIS RUN"
           END-READ.
           CLOSE DRM-PEND.
      *
      * THE MASTER AND THE NOTICE FILE ARE BOTH IN MEMBER-ID ORDER AND
      * ARE MATCHED ON IT.  EVERY MEMBER THE SWEEP DOES SOMETHING
      * ABOUT GOES TO THE SORT FOR THE BRANCH LIST; THE NOTICES STILL
      * RUNNING AND THE INACTIVATIONS ARE WRITTEN HERE, IN MEMBER-ID
      * ORDER, AS THEY ARE DECIDED.
       SWEEP-THE-MASTER.
           PERFORM READ-MASTER-RECORD.
           PERFORM READ-NOTICE-RECORD.
           PERFORM MATCH-MASTER-TO-NOTICE
               UNTIL MASTER-EOF AND NOTICE-EOF.
      *
       MATCH-MASTER-TO-NOTICE.
           EVALUATE TRUE
               WHEN WS-MASTER-KEY < WS-NOTICE-KEY
                   PERFORM JUDGE-MEMBER-NOT-NOTICED
                   PERFORM READ-MASTER-RECORD
               WHEN WS-MASTER-KEY > WS-NOTICE-KEY
                   MOVE NTC-IN-MSG TO WS-EVENT-REC
                   MOVE "D" TO DRM-NOTICE-TYPE OF WS-EVENT-REC
                   PERFORM RELEASE-EVENT
                   PERFORM READ-NOTICE-RECORD
               WHEN OTHER
                   PERFORM JUDGE-MEMBER-UNDER-NOTICE
                   PERFORM READ-MASTER-RECORD
                   PERFORM READ-NOTICE-RECORD
           END-EVALUATE.
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
                           DISPLAY "MTMDORM014E MASTIN READ FAILED - "
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
           IF MASTER-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
               MOVE MTM-MEMBER-ID OF MAST-IN-MSG TO WS-MASTER-KEY
           END-IF.
      *
       READ-NOTICE-RECORD.
           READ NTC-IN
               AT END
                   SET NOTICE-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-NOTICE-KEY
               NOT AT END
                   IF WS-NTCIN-STATUS NOT = "00"
                       DISPLAY "MTMDORM015E NTCIN READ FAILED - FILE "
                           "STATUS " WS-NTCIN-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   ADD 1 TO WS-NOTICES-READ
                   MOVE DRM-MEMBER-ID OF NTC-IN-MSG TO WS-NOTICE-KEY
           END-READ.
      *
      * THE LAST ACTIVITY IS THE LAST-MAINTENANCE STAMP, OR THE
      * EFFECTIVE DATE ON A RECORD CUT BEFORE THE STAMP EXISTED.  ONLY
      * AN ACTIVE MEMBER CAN BE DORMANT.
       JUDGE-ACTIVITY.
           MOVE SPACE TO DORMANT-SW.
           IF MTM-LAST-MAINT-DATE OF MAST-IN-MSG NUMERIC
              AND MTM-LAST-MAINT-DATE OF MAST-IN-MSG > ZERO
               MOVE MTM-LAST-MAINT-DATE OF MAST-IN-MSG
                   TO WS-ACTIVITY-DATE
           ELSE
               IF MTM-EFFECTIVE-DATE OF MAST-IN-MSG NUMERIC
                   MOVE MTM-EFFECTIVE-DATE OF MAST-IN-MSG
                       TO WS-ACTIVITY-DATE
               ELSE
                   MOVE ZERO TO WS-ACTIVITY-DATE
               END-IF
           END-IF.
           IF MTM-STATUS-ACTIVE OF MAST-IN-MSG
               ADD 1 TO WS-ACTIVE-READ
               IF WS-ACTIVITY-DATE NOT > WS-CUTOFF-DATE
                   SET MEMBER-DORMANT TO TRUE
               END-IF
           END-IF.
      *
       JUDGE-MEMBER-NOT-NOTICED.
           PERFORM JUDGE-ACTIVITY.
           IF MEMBER-DORMANT
               PERFORM SEND-NEW-NOTICE
           END-IF.
      *
      * A MEMBER UNDER NOTICE COMES OFF IT IF IT IS NO LONGER ACTIVE
      * OR HAS BEEN MAINTAINED ON OR SINCE THE DAY THE NOTICE WENT
      * OUT - THAT NIGHT'S UPDATE STAMPS THE NOTICE DATE ITSELF, AND
      * THE ACTIVITY THAT EARNED THE NOTICE WAS AT OR BEFORE THE
      * RETENTION CUTOFF, WELL BEFORE IT.  ONE THAT
      * TRANSACTED AND HAS SINCE GONE DORMANT AGAIN (A RETENTION
      * PERIOD SHORTER THAN THE TIME SINCE THE NOTICE) STARTS OVER
      * WITH A NEW NOTICE.  OTHERWISE IT WAITS OUT ITS GRACE PERIOD
      * AND IS THEN MADE INACTIVE.
       JUDGE-MEMBER-UNDER-NOTICE.
           PERFORM JUDGE-ACTIVITY.
           MOVE NTC-IN-MSG TO WS-EVENT-REC.
           MOVE MTM-MEMBER-NAME OF MAST-IN-MSG
               TO DRM-MEMBER-NAME OF WS-EVENT-REC.
           MOVE MTM-BRANCH-CODE OF MAST-IN-MSG
               TO DRM-BRANCH-CODE OF WS-EVENT-REC.
           MOVE WS-ACTIVITY-DATE
               TO DRM-LAST-ACTIVITY-DATE OF WS-EVENT-REC.
           MOVE MTM-TRANS-AMOUNT OF MAST-IN-MSG
               TO DRM-TRANS-AMOUNT OF WS-EVENT-REC.
           EVALUATE TRUE
               WHEN NOT MTM-STATUS-ACTIVE OF MAST-IN-MSG
                   MOVE "X" TO DRM-NOTICE-TYPE OF WS-EVENT-REC
                   PERFORM RELEASE-EVENT
               WHEN WS-ACTIVITY-DATE NOT < DRM-NOTICE-DATE
                                           OF NTC-IN-MSG
                   MOVE "A" TO DRM-NOTICE-TYPE OF WS-EVENT-REC
                   PERFORM RELEASE-EVENT
                   IF MEMBER-DORMANT
                       PERFORM SEND-NEW-NOTICE
                   END-IF
               WHEN WS-RUN-DATE < DRM-INACTIVATE-DATE OF NTC-IN-MSG
                   MOVE "W" TO DRM-NOTICE-TYPE OF WS-EVENT-REC
                   PERFORM CARRY-NOTICE
               WHEN INACTIVATIONS-PENDING
                   MOVE "H" TO DRM-NOTICE-TYPE OF WS-EVENT-REC
                   PERFORM CARRY-NOTICE
               WHEN OTHER
                   MOVE "I" TO DRM-NOTICE-TYPE OF WS-EVENT-REC
                   PERFORM WRITE-INACTIVATION
                   PERFORM CARRY-NOTICE
           END-EVALUATE.
      *
       SEND-NEW-NOTICE.
           MOVE SPACES TO WS-EVENT-REC.
           MOVE MTM-MEMBER-ID OF MAST-IN-MSG
               TO DRM-MEMBER-ID OF WS-EVENT-REC.
           MOVE MTM-MEMBER-NAME OF MAST-IN-MSG
               TO DRM-MEMBER-NAME OF WS-EVENT-REC.
           MOVE MTM-BRANCH-CODE OF MAST-IN-MSG
               TO DRM-BRANCH-CODE OF WS-EVENT-REC.
           MOVE "N" TO DRM-NOTICE-TYPE OF WS-EVENT-REC.
           MOVE WS-ACTIVITY-DATE
               TO DRM-LAST-ACTIVITY-DATE OF WS-EVENT-REC.
           MOVE WS-RUN-DATE TO DRM-NOTICE-DATE OF WS-EVENT-REC.
           MOVE WS-INACTIVATE-DATE
               TO DRM-INACTIVATE-DATE OF WS-EVENT-REC.
           MOVE MTM-TRANS-AMOUNT OF MAST-IN-MSG
               TO DRM-TRANS-AMOUNT OF WS-EVENT-REC.
           PERFORM WRITE-NOTICE-RECORD.
           PERFORM RELEASE-EVENT.
      *
      * A NOTICE CARRIED FORWARD KEEPS THE DATE IT WENT OUT AND ITS
      * INACTIVATION DATE; THE NAME, BRANCH, AND AMOUNT ARE REFRESHED
      * FROM THE MASTER.  ONE WHOSE INACTIVATION WAS CUT TONIGHT STAYS
      * ON FILE UNTIL THE MASTER SHOWS THE MEMBER INACTIVE, SO AN
      * INACTIVATION THE NIGHTLY UPDATE TURNS DOWN IS NOT LOST.
       CARRY-NOTICE.
           PERFORM WRITE-NOTICE-RECORD.
           PERFORM RELEASE-EVENT.
      *
       WRITE-NOTICE-RECORD.
           MOVE WS-EVENT-REC TO NTC-OUT-MSG.
           MOVE "N" TO DRM-NOTICE-TYPE OF NTC-OUT-MSG.
           WRITE NTC-OUT-MSG.
           IF WS-NTCOUT-STATUS NOT = "00"
               DISPLAY "MTMDORM016E NTCOUT WRITE FAILED - FILE "
                   "STATUS " WS-NTCOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-NOTICES-WRITTEN.
      *
      * THE INACTIVATION CARRIES ONLY THE MEMBER ID, THE "I" STATUS,
      * TODAY'S DATE AS ITS EFFECTIVE DATE, AND THE MEMBER'S OWN
      * BRANCH; THE NIGHTLY UPDATE LEAVES EVERYTHING ELSE AS IT FINDS
      * IT AND TURNS THE INACTIVATION DOWN IF THE MEMBER TRANSACTS
      * ON THE SAME NIGHT.
       WRITE-INACTIVATION.
           MOVE SPACES TO DRM-OUT-MSG.
           MOVE MTM-MEMBER-ID OF MAST-IN-MSG
               TO TRN-MEMBER-ID OF DRM-OUT-MSG.
           MOVE "I" TO TRN-MEMBER-STATUS OF DRM-OUT-MSG.
           MOVE WS-RUN-DATE TO TRN-EFFECTIVE-DATE OF DRM-OUT-MSG.
           MOVE MTM-BRANCH-CODE OF MAST-IN-MSG
               TO TRN-BRANCH-CODE OF DRM-OUT-MSG.
           MOVE "I" TO TRN-ACTION-CODE OF DRM-OUT-MSG.
           WRITE DRM-OUT-MSG.
           IF WS-DRMOUT-STATUS NOT = "00"
               DISPLAY "MTMDORM017E DRMOUT WRITE FAILED - FILE "
                   "STATUS " WS-DRMOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-INACTIVATIONS.
      *
       RELEASE-EVENT.
           MOVE WS-EVENT-REC TO SORT-REC.
           RELEASE SORT-REC.
      *
      * ONE BLOCK PER BRANCH ON THE LIST, AND EVERY EVENT TO THE
      * BRANCH NOTIFICATION FILE IN THE SAME ORDER.
       LIST-BY-BRANCH.
           PERFORM RETURN-FIRST-EVENT.
           PERFORM PROCESS-SORTED-EVENT UNTIL SORT-EOF.
           IF WS-NOTIFICATIONS > ZERO
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.
      *
       RETURN-FIRST-EVENT.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   MOVE DRM-BRANCH-CODE OF SORT-REC
                       TO WS-CURRENT-BRANCH
                   PERFORM WRITE-BRANCH-HEADING
                   PERFORM LIST-ONE-EVENT
           END-RETURN.
      *
       PROCESS-SORTED-EVENT.
           RETURN SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF DRM-BRANCH-CODE OF SORT-REC
                      NOT = WS-CURRENT-BRANCH
                       PERFORM WRITE-BRANCH-TOTALS
                       MOVE DRM-BRANCH-CODE OF SORT-REC
                           TO WS-CURRENT-BRANCH
                       PERFORM WRITE-BRANCH-HEADING
                   END-IF
                   PERFORM LIST-ONE-EVENT
           END-RETURN.
      *
       WRITE-BRANCH-HEADING.
           MOVE SPACES TO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "BRANCH " WS-CURRENT-BRANCH
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       LIST-ONE-EVENT.
           MOVE SORT-REC TO NTF-OUT-MSG.
           WRITE NTF-OUT-MSG.
           IF WS-NTFOUT-STATUS NOT = "00"
               DISPLAY "MTMDORM018E NTFOUT WRITE FAILED - FILE "
                   "STATUS " WS-NTFOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-NOTIFICATIONS.
           MOVE DRM-INACTIVATE-DATE OF SORT-REC TO WS-EDIT-DATE-3.
           MOVE SPACES TO WS-OUTCOME-DESC.
           EVALUATE TRUE
               WHEN DRM-NEW-NOTICE OF SORT-REC
                   STRING "NOTICE SENT - INACTIVE ON " WS-EDIT-DATE-3
                       DELIMITED BY SIZE INTO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-NEW
                   ADD 1 TO WS-GR-NEW
               WHEN DRM-IN-GRACE OF SORT-REC
                   STRING "IN GRACE - INACTIVE ON " WS-EDIT-DATE-3
                       DELIMITED BY SIZE INTO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-WAITING
                   ADD 1 TO WS-GR-WAITING
               WHEN DRM-INACTIVATION-HELD OF SORT-REC
                   MOVE "GRACE OVER - HELD FOR LAST SWEEP"
                       TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-HELD
                   ADD 1 TO WS-GR-HELD
               WHEN DRM-INACTIVATION-CUT OF SORT-REC
                   MOVE "GRACE OVER - MADE INACTIVE TONIGHT"
                       TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-INACTIVATED
                   ADD 1 TO WS-GR-INACTIVATED
               WHEN DRM-CLEARED-ACTIVE OF SORT-REC
                   MOVE "CLEARED - MEMBER HAS TRANSACTED"
                       TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-CLEARED
                   ADD 1 TO WS-GR-CLEARED
               WHEN DRM-CLEARED-INACTIVE OF SORT-REC
                   MOVE "CLEARED - MEMBER NOW INACTIVE"
                       TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-CLEARED
                   ADD 1 TO WS-GR-CLEARED
               WHEN OTHER
                   MOVE "CLEARED - MEMBER NO LONGER ON MASTER"
                       TO WS-OUTCOME-DESC
                   ADD 1 TO WS-BR-CLEARED
                   ADD 1 TO WS-GR-CLEARED
           END-EVALUATE.
           MOVE DRM-LAST-ACTIVITY-DATE OF SORT-REC TO WS-EDIT-DATE-1.
           MOVE DRM-NOTICE-DATE OF SORT-REC TO WS-EDIT-DATE-2.
           IF DRM-TRANS-AMOUNT OF SORT-REC NUMERIC
               MOVE DRM-TRANS-AMOUNT OF SORT-REC TO WS-EDIT-AMOUNT
           ELSE
               MOVE ZERO TO WS-EDIT-AMOUNT
           END-IF.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "  " DRM-MEMBER-ID OF SORT-REC
               " " DRM-MEMBER-NAME OF SORT-REC
               " " WS-EDIT-AMOUNT
               "  LAST " WS-EDIT-DATE-1
               "  NOTICE " WS-EDIT-DATE-2
               "  " WS-OUTCOME-DESC
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-BRANCH-TOTALS.
           MOVE WS-BR-NEW         TO WS-EDIT-COUNT-1.
           MOVE WS-BR-WAITING     TO WS-EDIT-COUNT-2.
           MOVE WS-BR-HELD        TO WS-EDIT-COUNT-3.
           MOVE WS-BR-INACTIVATED TO WS-EDIT-COUNT-4.
           MOVE WS-BR-CLEARED     TO WS-EDIT-COUNT-5.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "BRANCH " WS-CURRENT-BRANCH " TOTALS -"
               "  NOTICED " WS-EDIT-COUNT-1
               "  IN GRACE " WS-EDIT-COUNT-2
               "  HELD " WS-EDIT-COUNT-3
               "  INACTIVATED " WS-EDIT-COUNT-4
               "  CLEARED " WS-EDIT-COUNT-5
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO WS-BR-NEW
                        WS-BR-WAITING
                        WS-BR-HELD
                        WS-BR-INACTIVATED
                        WS-BR-CLEARED.
      *
      * EVERY NOTICE READ MUST HAVE BEEN EITHER CARRIED (IN GRACE,
      * HELD, OR INACTIVATED) OR CLEARED, AND THE NEW NOTICE FILE MUST
      * HOLD EXACTLY THE CARRIED NOTICES PLUS TODAY'S NEW ONES.
       PROVE-THE-SWEEP.
           MOVE WS-GR-NEW         TO WS-EDIT-COUNT-1.
           MOVE WS-GR-WAITING     TO WS-EDIT-COUNT-2.
           MOVE WS-GR-HELD        TO WS-EDIT-COUNT-3.
           MOVE WS-GR-INACTIVATED TO WS-EDIT-COUNT-4.
           MOVE WS-GR-CLEARED     TO WS-EDIT-COUNT-5.
           MOVE SPACES TO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "ALL BRANCHES       -"
               "  NOTICED " WS-EDIT-COUNT-1
               "  IN GRACE " WS-EDIT-COUNT-2
               "  HELD " WS-EDIT-COUNT-3
               "  INACTIVATED " WS-EDIT-COUNT-4
               "  CLEARED " WS-EDIT-COUNT-5
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MASTER-READ   TO WS-EDIT-COUNT-1.
           MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT-2.
           IF HEADER-SEEN AND TRAILER-SEEN
              AND WS-MASTER-READ = WS-TRAILER-COUNT
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET SWEEP-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "MASTER DETAILS.: COMPUTED " WS-EDIT-COUNT-1
               "  TRAILER " WS-EDIT-COUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      * A CLEARED-AND-RENOTICED MEMBER IS ONE NOTICE READ, ONE
      * CLEARED, AND ONE NEW, SO IT BALANCES ON BOTH PROOFS.
           COMPUTE WS-NOTICES-CARRIED = WS-GR-WAITING + WS-GR-HELD
               + WS-GR-INACTIVATED.
           COMPUTE WS-NOTICES-ACCOUNTED = WS-NOTICES-CARRIED
               + WS-GR-CLEARED.
           MOVE WS-NOTICES-READ      TO WS-EDIT-COUNT-1.
           MOVE WS-NOTICES-ACCOUNTED TO WS-EDIT-COUNT-2.
           IF WS-NOTICES-READ = WS-NOTICES-ACCOUNTED
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET SWEEP-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "NOTICES READ...: " WS-EDIT-COUNT-1
               "  CARRIED + CLEARED " WS-EDIT-COUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NOTICES-WRITTEN TO WS-EDIT-COUNT-1.
           ADD WS-GR-NEW TO WS-NOTICES-CARRIED
               GIVING WS-NOTICES-ACCOUNTED.
           MOVE WS-NOTICES-ACCOUNTED TO WS-EDIT-COUNT-2.
           IF WS-NOTICES-WRITTEN = WS-NOTICES-ACCOUNTED
              AND WS-INACTIVATIONS = WS-GR-INACTIVATED
               MOVE "AGREE" TO WS-PROOF-RESULT
           ELSE
               MOVE "*** DO NOT AGREE ***" TO WS-PROOF-RESULT
               SET SWEEP-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "NOTICES WRITTEN: " WS-EDIT-COUNT-1
               "  CARRIED + NEW     " WS-EDIT-COUNT-2
               "  " WS-PROOF-RESULT
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF INACTIVATIONS-PENDING
               MOVE SPACES TO DRM-RPT-LINE
               STRING "INACTIVATIONS FROM THE LAST SWEEP ARE STILL "
                   "WAITING FOR THE NIGHTLY UPDATE - NONE CUT THIS RUN"
                   DELIMITED BY SIZE INTO DRM-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      * WS-DN-DATE IN, WS-DN-RESULT OUT.
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
               PERFORM TEST-LEAP-YEAR
               IF LEAP-YEAR
                   ADD 1 TO WS-DN-RESULT
               END-IF
           END-IF.
      *
      * WS-DN-TARGET IN, WS-DN-DATE OUT.  THE YEAR IS ESTIMATED FROM
      * THE AVERAGE YEAR LENGTH AND CORRECTED AGAINST ITS OWN FIRST
      * DAY, THEN THE MONTH IS FOUND FROM THE DAYS BEFORE EACH MONTH.
       COMPUTE-DATE-FROM-DAY-NUMBER.
           COMPUTE WS-DN-YEAR = (WS-DN-TARGET * 400) / 146097 + 1.
           MOVE 01 TO WS-DN-MONTH.
           MOVE 01 TO WS-DN-DAY.
           PERFORM COMPUTE-DAY-NUMBER.
           PERFORM UNTIL WS-DN-RESULT NOT > WS-DN-TARGET
               SUBTRACT 1 FROM WS-DN-YEAR
               PERFORM COMPUTE-DAY-NUMBER
           END-PERFORM.
           SUBTRACT WS-DN-RESULT FROM WS-DN-TARGET
               GIVING WS-DN-DAY-OF-YEAR.
           ADD 1 TO WS-DN-DAY-OF-YEAR.
           PERFORM TEST-LEAP-YEAR.
           IF (LEAP-YEAR AND WS-DN-DAY-OF-YEAR > 366)
              OR (NOT LEAP-YEAR AND WS-DN-DAY-OF-YEAR > 365)
               ADD 1 TO WS-DN-YEAR
               PERFORM COMPUTE-DAY-NUMBER
               SUBTRACT WS-DN-RESULT FROM WS-DN-TARGET
                   GIVING WS-DN-DAY-OF-YEAR
               ADD 1 TO WS-DN-DAY-OF-YEAR
               PERFORM TEST-LEAP-YEAR
           END-IF.
           MOVE 12 TO WS-DN-MONTH.
           PERFORM SET-LEAP-ADJUST.
           PERFORM UNTIL WS-DAYS-BEFORE (WS-DN-MONTH)
                         + WS-DN-LEAP-ADJUST < WS-DN-DAY-OF-YEAR
               SUBTRACT 1 FROM WS-DN-MONTH
               PERFORM SET-LEAP-ADJUST
           END-PERFORM.
           COMPUTE WS-DN-DAY = WS-DN-DAY-OF-YEAR
               - WS-DAYS-BEFORE (WS-DN-MONTH)
               - WS-DN-LEAP-ADJUST.
      *
       SET-LEAP-ADJUST.
           IF LEAP-YEAR AND WS-DN-MONTH > 02
               MOVE 1 TO WS-DN-LEAP-ADJUST
           ELSE
               MOVE 0 TO WS-DN-LEAP-ADJUST
           END-IF.
      *
      * THE LEAP TEST IS THE USUAL ONE: DIVISIBLE BY FOUR, EXCEPT A
      * CENTURY YEAR MUST BE DIVISIBLE BY FOUR HUNDRED.
       TEST-LEAP-YEAR.
           MOVE SPACE TO LEAP-YEAR-SW.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
               REMAINDER WS-DN-REMAINDER.
           IF WS-DN-REMAINDER = ZERO
               DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REMAINDER
               IF WS-DN-REMAINDER NOT = ZERO
                   SET LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
                       REMAINDER WS-DN-REMAINDER
                   IF WS-DN-REMAINDER = ZERO
                       SET LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE TO WS-EDIT-RUN-DATE.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "MTMDORM DORMANT MEMBER NOTICE LIST - RUN DATE "
               WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RETAIN-DAYS     TO WS-EDIT-DAYS-1.
           MOVE WS-GRACE-DAYS      TO WS-EDIT-DAYS-2.
           MOVE WS-CUTOFF-DATE     TO WS-EDIT-DATE-1.
           MOVE WS-INACTIVATE-DATE TO WS-EDIT-DATE-3.
           MOVE SPACES TO DRM-RPT-LINE.
           STRING "RETENTION " WS-EDIT-DAYS-1 " DAYS - DORMANT IF NO "
               "ACTIVITY SINCE " WS-EDIT-DATE-1
               "   GRACE " WS-EDIT-DAYS-2 " DAYS - TODAY'S NOTICES "
               "RUN OUT " WS-EDIT-DATE-3
               DELIMITED BY SIZE INTO DRM-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE DRM-RPT-LINE.
           IF WS-DRMRPT-STATUS NOT = "00"
               DISPLAY "MTMDORM019E DRMRPT WRITE FAILED - FILE "
                   "STATUS " WS-DRMRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE MAST-IN NTC-IN NTC-OUT NTF-OUT DRM-OUT DRM-RPT.
           DISPLAY "MTMDORM020I MASTER DETAILS READ: " WS-MASTER-READ.
           DISPLAY "MTMDORM021I ACTIVE MEMBERS.....: " WS-ACTIVE-READ.
           DISPLAY "MTMDORM022I NEW NOTICES........: " WS-GR-NEW.
           DISPLAY "MTMDORM023I INACTIVATIONS CUT..: "
               WS-INACTIVATIONS.
           DISPLAY "MTMDORM024I NOTICES CARRIED....: "
               WS-NOTICES-WRITTEN.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE MAST-IN NTC-IN DRM-PEND PARM-IN NTC-OUT NTF-OUT
                 DRM-OUT DRM-RPT.
           STOP RUN.
