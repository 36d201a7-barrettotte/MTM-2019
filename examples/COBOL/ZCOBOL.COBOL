      *     THAN AFTER IT, SO A CHECKPOINT TAKEN AT THE RUN'S OWN
      *     WRITE CANNOT RECORD A MASTER POSITION ONE SHORT AND MAKE
      *     A RESTART DUPLICATE THE MEMBER.
      *   - AN ADD OR CHANGE DATED AFTER THE RUN DATE IS NO LONGER
      *     REJECTED.  ONCE IT PASSES EVERY OTHER EDIT IT IS HELD TO
      *     THE FUTURE-DATED HOLD FILE (HLDOUT, MTMTRN01 LAYOUT) WITH
      *     AN "F" DISPOSITION SO THE ACKNOWLEDGMENT SHOWS IT HELD;
      *     MTMFUTR CARRIES IT ON THE PENDING FILE AND HANDS IT BACK
      *     ON RECIN4, A FOURTH MERGE INPUT, THE NIGHT ITS DATE
      *     ARRIVES.  THE CHECKPOINT RECORD NOW ALSO CARRIES THE
      *     HELD COUNT.
      *   - A POSTING LARGER THAN ITS BRANCH'S LIMIT (OR THE COMPANY-
      *     WIDE LIMIT WHERE THE BRANCH HAS NONE), READ FROM THE
      *     PSTLIMIT CONTROL CARDS, IS NO LONGER APPLIED.  IT GOES TO
      *     THE SUPERVISOR SUSPENSE FILE (SUSOUT) WITH A "Q"
      *     DISPOSITION AND A LINE ON THE POSTING REGISTER.  MTMSUPV
      *     RECORDS THE SUPERVISOR'S RELEASE OR DECLINE AND HANDS THE
      *     DECIDED ITEMS BACK ON RECIN5, A FIFTH MERGE INPUT: A
      *     RELEASED POSTING APPLIES WITHOUT THE LIMIT TEST, AND A
      *     DECLINED ONE CUTS AN "X" DISPOSITION NAMING THE
      *     SUPERVISOR.  THE CHECKPOINT RECORD (NOW LRECL 200, SEE
      *     ZCOBOL.JCL) ALSO CARRIES THE SUSPENDED AND DECLINED
      *     COUNTS.
      *   - EVERY APPLIED POSTING NOW ALSO GOES TO THE POSTING JOURNAL
      *     (JRNOUT, MTMJRN01 LAYOUT): MEMBER, BRANCH, SIGN,
      *     ADJUSTMENT, AMOUNT BEFORE AND AFTER, AND RUN DATE, IN A
      *     HEADER/TRAILER ENVELOPE WHOSE TRAILER CARRIES THE
      *     REGISTER'S POSTING COUNT, TOTAL ADDED, AND TOTAL
      *     SUBTRACTED.  MTMGLIF BUILDS THE LEDGER FILE FROM IT.
      *   - ADDED THE "T" TRANSFER ACTION AND RECIN6, A SIXTH MERGE
      *     INPUT CARRYING THE TRANSFERS CUT BY THE MTMXFER BULK
      *     BRANCH TRANSFER JOB.  A TRANSFER MOVES THE MEMBER TO THE
      *     RECEIVING BRANCH AND TAKES ITS EFFECTIVE DATE, LEAVING
      *     THE NAME, STATUS, AND AMOUNT AS THEY STAND ON THE PENDING
      *     IMAGE, SO A SAME-NIGHT POSTING IS NEVER UNDONE BY IT.
      *     THE RECEIVING BRANCH MUST BE OPEN, A FUTURE-DATED
      *     TRANSFER IS HELD FOR ITS DATE LIKE ANY OTHER, AND
      *     TRANSFERS ARE EXEMPT FROM THE DUPLICATE COLLAPSE THE SAME
      *     AS POSTINGS.  THE CHECKPOINT RECORD ALSO CARRIES THE
      *     TRANSFERRED COUNT.
      *   - ADDED THE "I" INACTIVATE ACTION AND RECIN7, A SEVENTH
      *     MERGE INPUT CARRYING THE DORMANT MEMBERS THE MTMDORM SWEEP
      *     HAS CARRIED PAST THEIR GRACE PERIOD.  AN INACTIVATION
      *     SETS THE STATUS TO "I" AND TAKES ITS EFFECTIVE DATE,
      *     LEAVING EVERYTHING ELSE ON THE PENDING IMAGE ALONE.  IT IS
      *     REJECTED IF THE MEMBER IS ALREADY INACTIVE OR WAS TOUCHED
      *     EARLIER IN THE SAME RUN, SINCE A MEMBER WHO TRANSACTS ON
      *     THE NIGHT IS NOT DORMANT.  INACTIVATIONS ARE EXEMPT FROM
      *     THE DUPLICATE COLLAPSE, AND THE CHECKPOINT RECORD ALSO
      *     CARRIES THE INACTIVATED COUNT.
      *   - EACH RUN THAT ENDS NORMALLY NOW LEAVES ITS CONTROL TOTALS
      *     ON THE RUN STATISTICS KSDS (RUNSTAT, MTMSTA01 LAYOUT) -
      *     TRANSACTIONS PROCESSED, APPLIED, REJECTED, SUPERSEDED AND
      *     POSTED, THE POSTING REGISTER'S AMOUNTS, AND THE START AND
      *     END TIMES - FOR THE MTMSTAT WEEKLY TREND REPORT.
      *   - A REJECTED TRANSACTION NOW GOES TO RECREJ WITH
      *     TRN-SUPERVISOR-AREA BLANKED, SO A RELEASED POSTING THAT
      *     IS REJECTED AND THEN REPAIRED BY MTMFIX (POSSIBLY WITH A
      *     NEW AMOUNT) FACES THE POSTING LIMIT AGAIN INSTEAD OF
      *     RIDING IN ON A RELEASE NO SUPERVISOR GAVE FOR IT.
      *   - A TRANSFER IS NOW REJECTED WHEN THE MEMBER IS NO LONGER ON
      *     THE SENDING BRANCH MTMXFER CUT IT FROM (TRN-SENDING-BRANCH),
      *     SO A CHANGE OR EARLIER TRANSFER THAT ALREADY MOVED THE
      *     MEMBER IS NOT SILENTLY OVERRIDDEN.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           SELECT REC-IN3    ASSIGN TO RECIN3
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RECIN3-STATUS.
           SELECT REC-IN4    ASSIGN TO RECIN4
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RECIN4-STATUS.
           SELECT REC-IN5    ASSIGN TO RECIN5
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RECIN5-STATUS.
           SELECT REC-IN6    ASSIGN TO RECIN6
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RECIN6-STATUS.
           SELECT REC-IN7    ASSIGN TO RECIN7
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-RECIN7-STATUS.
           SELECT MERGE-FILE ASSIGN TO SORTWK1.
           SELECT MAST-IN    ASSIGN TO MASTIN
                  ORGANIZATION IS SEQUENTIAL
           SELECT BRN-IN     ASSIGN TO BRANCHF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-BRANCHF-STATUS.
           SELECT LMT-IN     ASSIGN TO PSTLIMIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-PSTLIMIT-STATUS.
           SELECT REC-OUT    ASSIGN TO RECOUT
                  FILE STATUS  IS WS-RECOUT-STATUS.
           SELECT REC-REJ    ASSIGN TO RECREJ
                  FILE STATUS  IS WS-SUPRSD-STATUS.
           SELECT DSP-OUT    ASSIGN TO DSPOUT
                  FILE STATUS  IS WS-DSPOUT-STATUS.
           SELECT HLD-OUT    ASSIGN TO HLDOUT
                  FILE STATUS  IS WS-HLDOUT-STATUS.
           SELECT SUS-OUT    ASSIGN TO SUSOUT
                  FILE STATUS  IS WS-SUSOUT-STATUS.
           SELECT JRN-OUT    ASSIGN TO JRNOUT
                  FILE STATUS  IS WS-JRNOUT-STATUS.
           SELECT PST-RPT    ASSIGN TO PSTRPT
                  FILE STATUS  IS WS-PSTRPT-STATUS.
           SELECT REC-RPT    ASSIGN TO RPTOUT
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
       FD  REC-IN3    RECORDING MODE F.
       01  REC-IN3-MSG.
           COPY MTMTRN01.
      *
       FD  REC-IN4    RECORDING MODE F.
       01  REC-IN4-MSG.
           COPY MTMTRN01.
      *
       FD  REC-IN5    RECORDING MODE F.
       01  REC-IN5-MSG.
           COPY MTMTRN01.
      *
       FD  REC-IN6    RECORDING MODE F.
       01  REC-IN6-MSG.
           COPY MTMTRN01.
      *
       FD  REC-IN7    RECORDING MODE F.
       01  REC-IN7-MSG.
           COPY MTMTRN01.
      *
       SD  MERGE-FILE.
       01  MERGE-REC.
       FD  BRN-IN     RECORDING MODE F.
       01  BRN-IN-MSG.
           COPY MTMBRN01.
      *
       FD  LMT-IN     RECORDING MODE F.
       01  LMT-LIMIT-CARD.
           05  LMT-KEYWORD          PIC X(06).
           05  LMT-BRANCH-CODE      PIC X(04).
           05  LMT-SEPARATOR        PIC X(01).
           05  LMT-AMOUNT-DOLLARS   PIC X(07).
           05  LMT-AMOUNT-POINT     PIC X(01).
           05  LMT-AMOUNT-CENTS     PIC X(02).
           05  FILLER               PIC X(59).
       01  LMT-FLAG-CARD.
           05  LMT-FLAG-BYTE        PIC X(01).
           05  FILLER               PIC X(79).
      *
       FD  REC-OUT    RECORDING MODE F.
       01  REC-OUT-MSG.
       FD  DSP-OUT    RECORDING MODE F.
       01  DSP-OUT-MSG.
           COPY MTMDSP01.
      *
       FD  HLD-OUT    RECORDING MODE F.
       01  HLD-OUT-MSG.
           COPY MTMTRN01.
      *
       FD  SUS-OUT    RECORDING MODE F.
       01  SUS-OUT-MSG.
           COPY MTMTRN01.
      *
       FD  JRN-OUT    RECORDING MODE F.
       01  JRN-OUT-MSG.
           COPY MTMJRN01.
       01  JRN-OUT-HDR-MSG.
           05  JHDR-RECORD-TYPE     PIC X(01).
           05  JHDR-PROGRAM-ID      PIC X(08).
           05  JHDR-RUN-DATE        PIC 9(08).
           05  FILLER               PIC X(63).
       01  JRN-OUT-TRL-MSG.
           05  JTRL-RECORD-TYPE     PIC X(01).
           05  JTRL-POSTING-COUNT   PIC 9(09).
           05  JTRL-TOTAL-ADDED     PIC 9(11)V99.
           05  JTRL-TOTAL-SUBTRACTED PIC 9(11)V99.
           05  FILLER               PIC X(44).
      *
       FD  PST-RPT    RECORDING MODE F.
       01  PST-RPT-LINE       PIC X(132).
       01  CYC-CTL-REC.
           05  CTL-LAST-RUN-DATE    PIC 9(08).
           05  FILLER               PIC X(72).
      *
       FD  STA-FILE.
       01  STA-REC.
           COPY MTMSTA01.
      *
       FD  REC-CHKPT  RECORDING MODE F.
       01  REC-CHKPT-LINE.
           05  CHKPT-RECORDS-POSTED    PIC 9(09).
           05  CHKPT-PST-ADDED         PIC 9(11)V99.
           05  CHKPT-PST-SUBTRACTED    PIC 9(11)V99.
           05  CHKPT-RECORDS-HELD      PIC 9(09).
           05  CHKPT-RECORDS-SUSPENDED PIC 9(09).
           05  CHKPT-RECORDS-DECLINED  PIC 9(09).
           05  CHKPT-RECORDS-TRANSFERRED PIC 9(09).
           05  CHKPT-RECORDS-INACTIVATED PIC 9(09).
           05  FILLER                  PIC X(15).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 DATE-EDIT-SW      PIC X VALUE "Y".
             88 DATE-VALID         VALUE "Y".
             88 DATE-INVALID       VALUE "N".
         05 FUTURE-DATE-SW    PIC X VALUE "N".
             88 DATE-IN-FUTURE     VALUE "Y".
         05 BRANCH-EDIT-SW    PIC X VALUE "N".
             88 BRANCH-ON-FILE     VALUE "Y".
         05 BRANCH-EOF-SW     PIC X VALUE SPACE.
             88 BRANCH-EOF         VALUE "Y".
         05 LIMIT-EOF-SW      PIC X VALUE SPACE.
             88 LIMIT-EOF          VALUE "Y".
         05 COMPANY-LIMIT-SW  PIC X VALUE "N".
             88 COMPANY-LIMIT-SET  VALUE "Y".
         05 OVER-LIMIT-SW     PIC X VALUE "N".
             88 POSTING-OVER-LIMIT VALUE "Y".
         05 RESTART-SW        PIC X VALUE "N".
             88 RESTART-REQUESTED  VALUE "Y".
         05 POSTING-OK-SW     PIC X VALUE "Y".
           05  WS-RECIN1-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECIN2-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECIN3-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECIN4-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECIN5-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECIN6-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECIN7-STATUS     PIC X(02) VALUE SPACES.
           05  WS-MASTIN-STATUS     PIC X(02) VALUE SPACES.
           05  WS-BRANCHF-STATUS    PIC X(02) VALUE SPACES.
           05  WS-PSTLIMIT-STATUS   PIC X(02) VALUE SPACES.
           05  WS-RECOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECREJ-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RECOUTX-STATUS    PIC X(02) VALUE SPACES.
           05  WS-SUPRSD-STATUS     PIC X(02) VALUE SPACES.
           05  WS-DSPOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-HLDOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-SUSOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-JRNOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-PSTRPT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RPTOUT-STATUS     PIC X(02) VALUE SPACES.
           05  WS-CHKPT-STATUS      PIC X(02) VALUE SPACES.
           05  WS-CYCCTL-STATUS     PIC X(02) VALUE SPACES.
           05  WS-RUNSTAT-STATUS    PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-RECORDS-READ      PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-CARRIED   PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-POSTED    PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-SUPERSEDED PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-HELD      PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-SUSPENDED PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-DECLINED  PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-TRANSFERRED PIC 9(09) COMP VALUE ZERO.
           05  WS-RECORDS-INACTIVATED PIC 9(09) COMP VALUE ZERO.
           05  WS-LIMIT-CARDS       PIC 9(05) COMP VALUE ZERO.
           05  WS-HASH-TOTAL        PIC 9(15) COMP VALUE ZERO.
           05  WS-CHECKPOINTS-TAKEN PIC 9(09) COMP VALUE ZERO.
      *
               10  WS-BRN-STATUS    PIC X(01).
                   88  WS-BRN-OPEN      VALUE "O".
               10  WS-BRN-CLOSE-DATE PIC 9(08).
               10  WS-BRN-LIMIT-SW  PIC X(01).
                   88  WS-BRN-HAS-LIMIT VALUE "Y".
               10  WS-BRN-POST-LIMIT PIC 9(07)V99.
      *
      * SUPERVISOR LIMITS FOR THE "P" POSTING ACTION.  A BRANCH'S OWN
      * LIMIT SITS IN ITS BRANCH TABLE ENTRY; THE COMPANY-WIDE LIMIT
      * COVERS EVERY BRANCH WITHOUT ONE.  NO LIMIT CARDS AT ALL MEANS
      * NO POSTING IS EVER SUSPENDED.  THE CARD'S DOLLARS AND CENTS
      * ARE KEYED EITHER SIDE OF A DECIMAL POINT AND PUT BACK
      * TOGETHER HERE.
       01  WS-LIMIT-CONTROLS.
           05  WS-COMPANY-LIMIT     PIC 9(07)V99 VALUE ZERO.
           05  WS-APPLICABLE-LIMIT  PIC 9(07)V99 VALUE ZERO.
           05  WS-LIMIT-AMOUNT      PIC 9(07)V99 VALUE ZERO.
           05  WS-LIMIT-PARTS REDEFINES WS-LIMIT-AMOUNT.
               10  WS-LIMIT-DOLLARS PIC 9(07).
               10  WS-LIMIT-CENTS   PIC 9(02).
           05  WS-LIMIT-BRANCH-IX   PIC 9(05) COMP VALUE ZERO.
       01  WS-DATE-EDIT-AREA.
           05  WS-EDIT-CCYYMMDD.
               10  WS-EDIT-YEAR     PIC 9(04).
           05  WS-EDIT-CARRIED      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-POSTED       PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SUPERSEDED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HELD         PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SUSPENDED    PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-DECLINED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-TRANSFERRED  PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-INACTIVATED  PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-LIMIT        PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-PST-OLD      PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-PST-ADJ      PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-PST-NEW      PIC ZZ,ZZZ,ZZ9.99.
           PERFORM READ-CYCLE-CONTROL.
           PERFORM VALIDATE-INPUT-FEEDS.
           PERFORM LOAD-BRANCH-TABLE.
           PERFORM LOAD-POSTING-LIMITS.
           PERFORM OPEN-MASTER-INPUT.
           PERFORM CHECK-MASTER-CYCLE.
           PERFORM OPEN-OUTPUT-FILES.
           IF NOT RESTART-REQUESTED
               PERFORM WRITE-HEADER-RECORD
               PERFORM WRITE-JOURNAL-HEADER
           END-IF.
           MERGE MERGE-FILE
               ON ASCENDING KEY TRN-MEMBER-ID OF MERGE-REC
               USING REC-IN1 REC-IN2 REC-IN3 REC-IN4 REC-IN5
                     REC-IN6 REC-IN7
               OUTPUT PROCEDURE IS PROCESS-MERGED-RECORDS.
           PERFORM WRITE-TRAILER-RECORD.
           PERFORM WRITE-JOURNAL-TRAILER.
           PERFORM WRITE-POSTING-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-REPORT.
           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.
      *
       CHECK-RESTART-PARM.
           END-IF.
      *
      * MERGE-USING FILES ARE OPENED AND CLOSED BY THE MERGE STATEMENT
      * ITSELF, SO RECIN1 THROUGH RECIN7 ARE PROVED OPENABLE HERE,
      * AHEAD OF THE MERGE, RATHER THAN CHECKED MID-MERGE.
       VALIDATE-INPUT-FEEDS.
           OPEN INPUT REC-IN1.
           ELSE
               CLOSE REC-IN3
           END-IF.
           OPEN INPUT REC-IN4.
           IF WS-RECIN4-STATUS NOT = "00"
               DISPLAY "ZCOBOL051E RECIN4 FAILED TO OPEN - FILE STATUS "
                   WS-RECIN4-STATUS
               PERFORM ABEND-JOB
           ELSE
               CLOSE REC-IN4
           END-IF.
           OPEN INPUT REC-IN5.
           IF WS-RECIN5-STATUS NOT = "00"
               DISPLAY "ZCOBOL055E RECIN5 FAILED TO OPEN - FILE STATUS "
                   WS-RECIN5-STATUS
               PERFORM ABEND-JOB
           ELSE
               CLOSE REC-IN5
           END-IF.
           OPEN INPUT REC-IN6.
           IF WS-RECIN6-STATUS NOT = "00"
               DISPLAY "ZCOBOL066E RECIN6 FAILED TO OPEN - FILE STATUS "
                   WS-RECIN6-STATUS
               PERFORM ABEND-JOB
           ELSE
               CLOSE REC-IN6
           END-IF.
           OPEN INPUT REC-IN7.
           IF WS-RECIN7-STATUS NOT = "00"
               DISPLAY "ZCOBOL068E RECIN7 FAILED TO OPEN - FILE STATUS "
                   WS-RECIN7-STATUS
               PERFORM ABEND-JOB
           ELSE
               CLOSE REC-IN7
           END-IF.
      *
      * THE BRANCH REFERENCE MASTER IS SMALL ENOUGH TO HOLD IN STORAGE
      * FOR THE WHOLE RUN, SO IT IS READ ONCE HERE AND EVERY INCOMING
                           MOVE ZERO
                               TO WS-BRN-CLOSE-DATE (WS-BRANCH-COUNT)
                       END-IF
                       MOVE "N"
                           TO WS-BRN-LIMIT-SW (WS-BRANCH-COUNT)
                       MOVE ZERO
                           TO WS-BRN-POST-LIMIT (WS-BRANCH-COUNT)
               END-READ
           END-PERFORM.
           CLOSE BRN-IN.
           DISPLAY "ZCOBOL034I BRANCH RECORDS LOADED: "
               WS-BRANCH-COUNT.
      *
      * POSTING LIMITS COME IN ON PSTLIMIT CARDS, ONE PER CARD:
      *     LIMIT=ALL ,NNNNNNN.NN   COMPANY-WIDE LIMIT
      *     LIMIT=BBBB,NNNNNNN.NN   LIMIT FOR BRANCH BBBB, OVERRIDING
      *                             THE COMPANY-WIDE LIMIT
      *     *                       COMMENT CARD, IGNORED (AS ARE
      *                             BLANKS)
      * A POSTING LARGER THAN THE LIMIT THAT APPLIES TO ITS BRANCH IS
      * SUSPENDED FOR A SUPERVISOR.  A BAD CARD, OR ONE NAMING A
      * BRANCH NOT ON BRANCHF, STOPS THE RUN RATHER THAN LETTING
      * LARGE POSTINGS THROUGH UNCHECKED.
       LOAD-POSTING-LIMITS.
           OPEN INPUT LMT-IN.
           IF WS-PSTLIMIT-STATUS NOT = "00"
               DISPLAY "ZCOBOL056E PSTLIMIT FAILED TO OPEN - FILE "
                   "STATUS " WS-PSTLIMIT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           PERFORM UNTIL LIMIT-EOF
               READ LMT-IN
                   AT END
                       SET LIMIT-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-LIMIT-CARD
               END-READ
           END-PERFORM.
           CLOSE LMT-IN.
           DISPLAY "ZCOBOL059I POSTING LIMIT CARDS LOADED: "
               WS-LIMIT-CARDS.
      *
       APPLY-LIMIT-CARD.
           EVALUATE TRUE
               WHEN LMT-LIMIT-CARD = SPACES
                   CONTINUE
               WHEN LMT-FLAG-BYTE = "*"
                   CONTINUE
               WHEN LMT-KEYWORD = "LIMIT="
                   PERFORM EDIT-LIMIT-CARD
                   ADD 1 TO WS-LIMIT-CARDS
                   IF LMT-BRANCH-CODE = "ALL "
                       MOVE WS-LIMIT-AMOUNT TO WS-COMPANY-LIMIT
                       SET COMPANY-LIMIT-SET TO TRUE
                   ELSE
                       PERFORM SET-BRANCH-LIMIT
                   END-IF
               WHEN OTHER
                   DISPLAY "ZCOBOL057E UNRECOGNIZED PSTLIMIT CARD: "
                       LMT-LIMIT-CARD
                   PERFORM ABEND-JOB
           END-EVALUATE.
      *
       EDIT-LIMIT-CARD.
           IF LMT-SEPARATOR NOT = ","
              OR LMT-AMOUNT-DOLLARS NOT NUMERIC
              OR LMT-AMOUNT-POINT NOT = "."
              OR LMT-AMOUNT-CENTS NOT NUMERIC
               DISPLAY "ZCOBOL057E PSTLIMIT CARD AMOUNT BAD: "
                   LMT-LIMIT-CARD
               PERFORM ABEND-JOB
           END-IF.
           MOVE LMT-AMOUNT-DOLLARS TO WS-LIMIT-DOLLARS.
           MOVE LMT-AMOUNT-CENTS   TO WS-LIMIT-CENTS.
      *
       SET-BRANCH-LIMIT.
           MOVE ZERO TO WS-LIMIT-BRANCH-IX.
           MOVE ZERO TO WS-BRANCH-IX.
           PERFORM UNTIL WS-LIMIT-BRANCH-IX > ZERO
                      OR WS-BRANCH-IX >= WS-BRANCH-COUNT
               ADD 1 TO WS-BRANCH-IX
               IF WS-BRN-CODE (WS-BRANCH-IX) = LMT-BRANCH-CODE
                   MOVE WS-BRANCH-IX TO WS-LIMIT-BRANCH-IX
               END-IF
           END-PERFORM.
           IF WS-LIMIT-BRANCH-IX = ZERO
               DISPLAY "ZCOBOL058E PSTLIMIT BRANCH " LMT-BRANCH-CODE
                   " NOT ON BRANCHF"
               PERFORM ABEND-JOB
           END-IF.
           MOVE "Y" TO WS-BRN-LIMIT-SW (WS-LIMIT-BRANCH-IX).
           MOVE WS-LIMIT-AMOUNT
               TO WS-BRN-POST-LIMIT (WS-LIMIT-BRANCH-IX).
      *
       OPEN-MASTER-INPUT.
           OPEN INPUT MAST-IN.
                   "STATUS " WS-DSPOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           IF RESTART-REQUESTED
               OPEN EXTEND HLD-OUT
           ELSE
               OPEN OUTPUT HLD-OUT
           END-IF.
           IF WS-HLDOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL052E HLDOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-HLDOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           IF RESTART-REQUESTED
               OPEN EXTEND SUS-OUT
           ELSE
               OPEN OUTPUT SUS-OUT
           END-IF.
           IF WS-SUSOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL060E SUSOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-SUSOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           IF RESTART-REQUESTED
               OPEN EXTEND JRN-OUT
           ELSE
               OPEN OUTPUT JRN-OUT
           END-IF.
           IF WS-JRNOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL064E JRNOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-JRNOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT REC-RPT.
           IF WS-RPTOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL009E RPTOUT FAILED TO OPEN - FILE STATUS "
                       MOVE CHKPT-RECORDS-POSTED  TO WS-RECORDS-POSTED
                       MOVE CHKPT-PST-ADDED       TO WS-PST-ADDED
                       MOVE CHKPT-PST-SUBTRACTED  TO WS-PST-SUBTRACTED
                       MOVE CHKPT-RECORDS-HELD    TO WS-RECORDS-HELD
                       MOVE CHKPT-RECORDS-SUSPENDED
                           TO WS-RECORDS-SUSPENDED
                       MOVE CHKPT-RECORDS-DECLINED
                           TO WS-RECORDS-DECLINED
                       MOVE CHKPT-RECORDS-TRANSFERRED
                           TO WS-RECORDS-TRANSFERRED
                       MOVE CHKPT-RECORDS-INACTIVATED
                           TO WS-RECORDS-INACTIVATED
               END-READ
           END-PERFORM.
           CLOSE REC-CHKPT.
           END-PERFORM.
      *
      * A TRANSACTION THAT FAILS ITS EDITS IS REJECTED AND DISPOSED OF
      * RIGHT HERE, AND ONE THAT PASSES THEM BUT IS DATED AFTER THE
      * RUN DATE IS HELD FOR ITS DATE RIGHT HERE, SO ONLY CLEAN
      * TRANSACTIONS DUE TONIGHT EVER REACH THE ONE-RECORD LOOKAHEAD
      * AREA.
       FETCH-VALID-TRANSACTION.
           MOVE SPACE TO NEXT-TRAN-SW.
           PERFORM UNTIL MERGE-EOF OR NEXT-TRAN-HELD
               END-RETURN
           END-PERFORM.
      *
      * A POSTING A SUPERVISOR DECLINED COMES BACK FROM MTMSUPV ONLY
      * TO BE ACKNOWLEDGED TO ITS BRANCH, SO IT IS DISPOSED OF AHEAD
      * OF THE EDITS AND NEVER REACHES THE MASTER.
       EDIT-MERGED-TRANSACTION.
           PERFORM VALIDATE-RECORD.
           EVALUATE TRUE
               WHEN TRN-SUPV-DECLINED OF MERGE-REC
                   PERFORM WRITE-DECLINED-DISPOSITION
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM CHECK-CHECKPOINT
               WHEN RECORD-INVALID
                   MOVE MERGE-REC TO REC-REJ-MSG
                   PERFORM WRITE-REJECT-RECORD
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM CHECK-CHECKPOINT
               WHEN DATE-IN-FUTURE
                   PERFORM HOLD-FUTURE-TRANSACTION
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM CHECK-CHECKPOINT
               WHEN OTHER
                   SET NEXT-TRAN-HELD TO TRUE
                   MOVE MERGE-REC TO WS-NEXT-TRAN-REC
                   PERFORM SET-NEXT-COMPARE-DATE
           END-EVALUATE.
      *
      * A FUTURE-DATED ADD OR CHANGE GOES TO THE HOLD FILE EXACTLY AS
      * IT ARRIVED.  MTMFUTR FOLDS THE NIGHT'S HOLDS INTO THE PENDING
      * FILE AND RELEASES EACH ONE BACK ON RECIN4 THE NIGHT ITS DATE
      * ARRIVES, WHEN IT COMES THROUGH THESE SAME EDITS AGAIN - SO A
      * BRANCH THAT HAS CLOSED IN THE MEANTIME STILL BOUNCES IT.  THE
      * "F" DISPOSITION TELLS THE BRANCH IT WAS HELD, NOT REJECTED.
       HOLD-FUTURE-TRANSACTION.
           MOVE MERGE-REC TO HLD-OUT-MSG.
           WRITE HLD-OUT-MSG.
           IF WS-HLDOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL053E HLDOUT WRITE FAILED - FILE STATUS "
                   WS-HLDOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-RECORDS-HELD.
           MOVE SPACES TO DSP-OUT-MSG.
           MOVE "F" TO DSP-DISPOSITION-CODE.
           MOVE TRN-MEMBER-ID OF HLD-OUT-MSG      TO DSP-MEMBER-ID.
           MOVE TRN-BRANCH-CODE OF HLD-OUT-MSG    TO DSP-BRANCH-CODE.
           MOVE TRN-ACTION-CODE OF HLD-OUT-MSG    TO DSP-ACTION-CODE.
           MOVE TRN-EFFECTIVE-DATE OF HLD-OUT-MSG
               TO DSP-EFFECTIVE-DATE.
           MOVE "HELD FOR FUTURE DATE" TO DSP-REASON-TEXT.
           PERFORM WRITE-DISPOSITION-RECORD.
      *
       WRITE-DECLINED-DISPOSITION.
           ADD 1 TO WS-RECORDS-DECLINED.
           MOVE SPACES TO DSP-OUT-MSG.
           MOVE "X" TO DSP-DISPOSITION-CODE.
           MOVE TRN-MEMBER-ID OF MERGE-REC        TO DSP-MEMBER-ID.
           MOVE TRN-BRANCH-CODE OF MERGE-REC      TO DSP-BRANCH-CODE.
           MOVE TRN-ACTION-CODE OF MERGE-REC      TO DSP-ACTION-CODE.
           MOVE TRN-EFFECTIVE-DATE OF MERGE-REC
               TO DSP-EFFECTIVE-DATE.
           STRING "DECLINED BY SUPV "
               TRN-SUPV-USER-ID OF MERGE-REC
               DELIMITED BY SIZE INTO DSP-REASON-TEXT.
           PERFORM WRITE-DISPOSITION-RECORD.
      *
       SET-NEXT-COMPARE-DATE.
           IF TRN-EFFECTIVE-DATE OF WS-NEXT-TRAN-REC NUMERIC
      * THE COLLAPSE: EACH ONE IS A REAL MONEY MOVEMENT, NOT A
      * COMPETING VERSION OF THE RECORD, SO THE COLLAPSE STOPS AT A
      * POSTING ON EITHER SIDE AND THE MATCH APPLIES THE REST OF THE
      * MEMBER'S TRANSACTIONS ONE BY ONE.  TRANSFERS ARE EXEMPT FOR
      * THE SAME REASON - A BRANCH'S CHANGE TO THE MEMBER AND THE
      * TRANSFER OUT FROM UNDER IT MUST BOTH APPLY - AND SO ARE
      * INACTIVATIONS, WHICH MUST SEE THE BRANCH'S WORK AHEAD OF THEM
      * TO KNOW THE MEMBER IS NOT DORMANT AFTER ALL.
       GET-NEXT-TRANSACTION.
           IF NOT NEXT-TRAN-HELD
               SET LAST-REC TO TRUE
                         TRN-MEMBER-ID OF WS-TRAN-REC
                      OR TRN-ACTION-POST OF WS-TRAN-REC
                      OR TRN-ACTION-POST OF WS-NEXT-TRAN-REC
                      OR TRN-ACTION-TRANSFER OF WS-TRAN-REC
                      OR TRN-ACTION-TRANSFER OF WS-NEXT-TRAN-REC
                      OR TRN-ACTION-INACTIVATE OF WS-TRAN-REC
                      OR TRN-ACTION-INACTIVATE OF WS-NEXT-TRAN-REC
           END-IF.
      *
      * THE TRANSACTION WITH THE LATEST EFFECTIVE DATE SURVIVES; ON A
                   PERFORM APPLY-DELETE-TRANS
               WHEN TRN-ACTION-POST OF WS-TRAN-REC
                   PERFORM APPLY-POSTING-TRANS
               WHEN TRN-ACTION-TRANSFER OF WS-TRAN-REC
                   PERFORM APPLY-TRANSFER-TRANS
               WHEN TRN-ACTION-INACTIVATE OF WS-TRAN-REC
                   PERFORM APPLY-INACTIVATE-TRANS
           END-EVALUATE.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM GET-NEXT-TRANSACTION.
               PERFORM WRITE-APPLIED-DISPOSITION
           END-IF.
      *
      * A TRANSFER MOVES THE PENDING IMAGE TO THE RECEIVING BRANCH AND
      * GIVES IT THE TRANSFER'S EFFECTIVE DATE, SO THE HISTORY FILE
      * SEES A NEW VERSION OF THE MEMBER DATED THE DAY IT MOVED.
      * EVERYTHING ELSE ON THE IMAGE - INCLUDING AN AMOUNT A POSTING
      * MOVED EARLIER IN THE RUN - STAYS AS IT IS.  MTMXFER CUTS THE
      * TRANSFER DURING THE DAY, SO A CHANGE MERGED AHEAD OF IT OR AN
      * EARLIER TRANSFER MAY ALREADY HAVE TAKEN THE MEMBER OFF THE
      * CLOSING BRANCH; A TRANSFER WHOSE SENDING BRANCH IS NOT THE
      * BRANCH ON THE PENDING IMAGE IS STALE AND IS REJECTED.
       APPLY-TRANSFER-TRANS.
           EVALUATE TRUE
               WHEN NOT PENDING-ON-FILE
                   PERFORM REJECT-NOT-ON-MASTER
               WHEN MTM-BRANCH-CODE OF WS-PENDING-REC NOT =
                    TRN-SENDING-BRANCH OF WS-TRAN-REC
                   MOVE "MEMBER NOT ON SENDING BRANCH"
                       TO WS-REJECT-REASON
                   MOVE WS-TRAN-REC TO REC-REJ-MSG
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   MOVE TRN-BRANCH-CODE OF WS-TRAN-REC
                       TO MTM-BRANCH-CODE OF WS-PENDING-REC
                   MOVE TRN-EFFECTIVE-DATE OF WS-TRAN-REC
                       TO MTM-EFFECTIVE-DATE OF WS-PENDING-REC
                   PERFORM STAMP-LAST-MAINTENANCE
                   SET RUN-WORK-APPLIED TO TRUE
                   ADD 1 TO WS-RECORDS-TRANSFERRED
                   MOVE "T" TO WS-DISPOSITION-CODE
                   PERFORM WRITE-APPLIED-DISPOSITION
           END-EVALUATE.
      *
      * AN INACTIVATION SETS A DORMANT MEMBER'S STATUS TO "I" AND
      * GIVES IT THE INACTIVATION'S EFFECTIVE DATE, SO THE HISTORY
      * FILE SEES A NEW VERSION DATED THE DAY IT WENT INACTIVE.  THE
      * MERGE DELIVERS RECIN7 BEHIND THE BRANCH FEEDS FOR THE SAME
      * MEMBER, SO A MEMBER THE BRANCHES TOUCHED EARLIER IN THIS RUN
      * ALREADY CARRIES TONIGHT'S STAMP ON THE PENDING IMAGE - THAT
      * MEMBER HAS TRANSACTED AND IS NOT DORMANT, AND THE
      * INACTIVATION IS REJECTED.  SO IS ONE FOR A MEMBER A BRANCH
      * HAS ALREADY MADE INACTIVE.
       APPLY-INACTIVATE-TRANS.
           EVALUATE TRUE
               WHEN NOT PENDING-ON-FILE
                   PERFORM REJECT-NOT-ON-MASTER
               WHEN NOT MTM-STATUS-ACTIVE OF WS-PENDING-REC
                   MOVE "MEMBER ALREADY INACTIVE" TO WS-REJECT-REASON
                   MOVE WS-TRAN-REC TO REC-REJ-MSG
                   PERFORM WRITE-REJECT-RECORD
               WHEN MTM-LAST-MAINT-DATE OF WS-PENDING-REC = WS-RUN-DATE
                   MOVE "MEMBER ACTIVE TONIGHT - NOT DORMANT"
                       TO WS-REJECT-REASON
                   MOVE WS-TRAN-REC TO REC-REJ-MSG
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   MOVE "I" TO MTM-MEMBER-STATUS OF WS-PENDING-REC
                   MOVE TRN-EFFECTIVE-DATE OF WS-TRAN-REC
                       TO MTM-EFFECTIVE-DATE OF WS-PENDING-REC
                   PERFORM STAMP-LAST-MAINTENANCE
                   SET RUN-WORK-APPLIED TO TRUE
                   ADD 1 TO WS-RECORDS-INACTIVATED
                   MOVE "I" TO WS-DISPOSITION-CODE
                   PERFORM WRITE-APPLIED-DISPOSITION
           END-EVALUATE.
      *
      * A CHANGE, DELETE, POSTING, TRANSFER, OR INACTIVATION FOR A
      * MEMBER WITH NO RECORD ON FILE (AND NONE ADDED EARLIER IN THE
      * RUN) GOES TO REC-REJ - FOR A BRANCH'S WORK IT IS A KEYING
      * ERROR, FOR A TRANSFER OR INACTIVATION IT IS A MEMBER DELETED
      * SINCE IT WAS CUT.
       REJECT-NOT-ON-MASTER.
           DISPLAY "ZCOBOL025W " TRN-ACTION-CODE OF WS-TRAN-REC
               " TRANSACTION FOR MEMBER "
           IF NOT PENDING-ON-FILE
               PERFORM REJECT-NOT-ON-MASTER
           ELSE
               PERFORM CHECK-POSTING-LIMIT
               IF POSTING-OVER-LIMIT
                   PERFORM SUSPEND-POSTING
               ELSE
                   PERFORM APPLY-POSTING-TO-PENDING
               END-IF
           END-IF.
      *
      * A POSTING A SUPERVISOR HAS ALREADY RELEASED IS NEVER TESTED
      * AGAIN.  OTHERWISE THE BRANCH'S OWN LIMIT APPLIES IF IT HAS
      * ONE, THE COMPANY-WIDE LIMIT IF NOT, AND NO LIMIT AT ALL IF
      * NEITHER WAS CARDED.  THE LIMIT ITSELF IS ALLOWED; ONLY AN
      * AMOUNT OVER IT IS SUSPENDED, IN EITHER DIRECTION.
       CHECK-POSTING-LIMIT.
           MOVE "N" TO OVER-LIMIT-SW.
           IF NOT TRN-SUPV-RELEASED OF WS-TRAN-REC
               MOVE ZERO TO WS-LIMIT-BRANCH-IX
               MOVE ZERO TO WS-BRANCH-IX
               PERFORM UNTIL WS-LIMIT-BRANCH-IX > ZERO
                          OR WS-BRANCH-IX >= WS-BRANCH-COUNT
                   ADD 1 TO WS-BRANCH-IX
                   IF WS-BRN-CODE (WS-BRANCH-IX) =
                      TRN-BRANCH-CODE OF WS-TRAN-REC
                       MOVE WS-BRANCH-IX TO WS-LIMIT-BRANCH-IX
                   END-IF
               END-PERFORM
               IF WS-LIMIT-BRANCH-IX > ZERO
                  AND WS-BRN-HAS-LIMIT (WS-LIMIT-BRANCH-IX)
                   MOVE WS-BRN-POST-LIMIT (WS-LIMIT-BRANCH-IX)
                       TO WS-APPLICABLE-LIMIT
                   IF TRN-TRANS-AMOUNT OF WS-TRAN-REC >
                      WS-APPLICABLE-LIMIT
                       SET POSTING-OVER-LIMIT TO TRUE
                   END-IF
               ELSE
                   IF COMPANY-LIMIT-SET
                       MOVE WS-COMPANY-LIMIT TO WS-APPLICABLE-LIMIT
                       IF TRN-TRANS-AMOUNT OF WS-TRAN-REC >
                          WS-APPLICABLE-LIMIT
                           SET POSTING-OVER-LIMIT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * THE SUSPENDED POSTING GOES TO SUSOUT AS IT ARRIVED, STAMPED
      * WITH TONIGHT'S DATE SO MTMSUPV CAN AGE IT.  THE PENDING
      * IMAGE IS LEFT UNTOUCHED, AND THE POSTING REGISTER CARRIES A
      * LINE FOR IT SO ACCOUNTING SEES MONEY WAITING AS WELL AS
      * MONEY MOVED.
       SUSPEND-POSTING.
           MOVE WS-TRAN-REC TO SUS-OUT-MSG.
           MOVE SPACES TO TRN-SUPERVISOR-AREA OF SUS-OUT-MSG.
           MOVE WS-RUN-DATE TO TRN-SUSPENSE-DATE OF SUS-OUT-MSG.
           WRITE SUS-OUT-MSG.
           IF WS-SUSOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL061E SUSOUT WRITE FAILED - FILE STATUS "
                   WS-SUSOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           ADD 1 TO WS-RECORDS-SUSPENDED.
           MOVE SPACES TO DSP-OUT-MSG.
           MOVE "Q" TO DSP-DISPOSITION-CODE.
           MOVE TRN-MEMBER-ID OF WS-TRAN-REC      TO DSP-MEMBER-ID.
           MOVE TRN-BRANCH-CODE OF WS-TRAN-REC    TO DSP-BRANCH-CODE.
           MOVE TRN-ACTION-CODE OF WS-TRAN-REC    TO DSP-ACTION-CODE.
           MOVE TRN-EFFECTIVE-DATE OF WS-TRAN-REC
               TO DSP-EFFECTIVE-DATE.
           MOVE "HELD FOR SUPERVISOR RELEASE" TO DSP-REASON-TEXT.
           PERFORM WRITE-DISPOSITION-RECORD.
           MOVE TRN-TRANS-AMOUNT OF WS-TRAN-REC TO WS-EDIT-PST-ADJ.
           MOVE WS-APPLICABLE-LIMIT TO WS-EDIT-LIMIT.
           IF TRN-ADJUST-DOWN OF WS-TRAN-REC
               MOVE "-" TO WS-PST-SIGN
           ELSE
               MOVE "+" TO WS-PST-SIGN
           END-IF.
           MOVE SPACES TO PST-RPT-LINE.
           STRING "MEMBER " TRN-MEMBER-ID OF WS-TRAN-REC
               "  BRANCH " TRN-BRANCH-CODE OF WS-TRAN-REC
               "  ADJ " WS-PST-SIGN WS-EDIT-PST-ADJ
               "  OVER LIMIT " WS-EDIT-LIMIT
               "  SUSPENDED FOR SUPERVISOR RELEASE"
               DELIMITED BY SIZE INTO PST-RPT-LINE.
           PERFORM WRITE-POSTING-LINE.
      *
       APPLY-POSTING-TO-PENDING.
           SET POSTING-APPLIES TO TRUE.
               MOVE "P" TO WS-DISPOSITION-CODE
               PERFORM WRITE-APPLIED-DISPOSITION
               PERFORM WRITE-POSTING-REGISTER-LINE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.
      *
      * THE JOURNAL RECORD IS THE MACHINE-READABLE TWIN OF THE
      * REGISTER LINE JUST PRINTED, SO THE TWO ALWAYS AGREE.  THE
      * BRANCH IS THE MEMBER'S BRANCH ON FILE, WHICH IS WHERE THE
      * LEDGER CARRIES THE BALANCE.
       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JRN-OUT-MSG.
           MOVE TRN-MEMBER-ID OF WS-TRAN-REC TO JRN-MEMBER-ID.
           MOVE MTM-BRANCH-CODE OF WS-PENDING-REC TO JRN-BRANCH-CODE.
           MOVE WS-PST-SIGN TO JRN-ADJUST-SIGN.
           MOVE TRN-TRANS-AMOUNT OF WS-TRAN-REC TO JRN-ADJUST-AMOUNT.
           MOVE WS-PST-OLD-AMOUNT TO JRN-AMOUNT-BEFORE.
           MOVE WS-PST-NEW-AMOUNT TO JRN-AMOUNT-AFTER.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           IF TRN-SUPV-RELEASED OF WS-TRAN-REC
               MOVE TRN-SUPV-USER-ID OF WS-TRAN-REC
                   TO JRN-SUPV-USER-ID
           END-IF.
           WRITE JRN-OUT-MSG.
           IF WS-JRNOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL065E JRNOUT WRITE FAILED - FILE STATUS "
                   WS-JRNOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       WRITE-POSTING-REGISTER-LINE.
           STRING "TOTAL SUBTRACTED...: " WS-EDIT-PST-DOWN
               DELIMITED BY SIZE INTO PST-RPT-LINE.
           PERFORM WRITE-POSTING-LINE.
           MOVE WS-RECORDS-SUSPENDED TO WS-EDIT-SUSPENDED.
           MOVE SPACES TO PST-RPT-LINE.
           STRING "SUSPENDED..........: " WS-EDIT-SUSPENDED
               DELIMITED BY SIZE INTO PST-RPT-LINE.
           PERFORM WRITE-POSTING-LINE.
      *
       WRITE-POSTING-LINE.
           WRITE PST-RPT-LINE.
      * CALLERS MOVE THE RECORD BEING REJECTED TO REC-REJ-MSG FIRST
      * AND SET WS-REJECT-REASON; THE EDIT PATH REJECTS OUT OF
      * MERGE-REC WHILE THE MATCH PATH REJECTS OUT OF WS-TRAN-REC.
      * A SUPERVISOR'S RELEASE COVERS THE POSTING AS RELEASED, NOT
      * WHATEVER A REPAIR MAKES OF IT, SO IT DOES NOT GO OUT WITH THE
      * REJECT.
       WRITE-REJECT-RECORD.
           MOVE SPACES TO TRN-SUPERVISOR-AREA OF REC-REJ-MSG.
           WRITE REC-REJ-MSG.
           IF WS-RECREJ-STATUS NOT = "00"
               DISPLAY "ZCOBOL008E RECREJ WRITE FAILED - FILE STATUS "
      * A DELETE ONLY NEEDS ITS KEY - THE BRANCHES SEND DELETES WITH
      * THE REST OF THE RECORD BLANK - SO THE FIELD EDITS BEYOND THE
      * MEMBER ID AND ACTION CODE APPLY TO ADDS AND CHANGES ONLY.
      * POSTINGS, TRANSFERS, AND INACTIVATIONS HAVE EDITS OF THEIR
      * OWN.
       VALIDATE-RECORD.
           SET RECORD-VALID TO TRUE.
           MOVE "N" TO FUTURE-DATE-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-MEMBER-ID OF MERGE-REC NOT NUMERIC
               SET RECORD-INVALID TO TRUE
           END-IF.
           IF RECORD-VALID
              AND NOT TRN-ACTION-DELETE OF MERGE-REC
               EVALUATE TRUE
                   WHEN TRN-ACTION-POST OF MERGE-REC
                       PERFORM VALIDATE-POSTING-FIELDS
                   WHEN TRN-ACTION-TRANSFER OF MERGE-REC
                       PERFORM VALIDATE-TRANSFER-FIELDS
                   WHEN TRN-ACTION-INACTIVATE OF MERGE-REC
                       PERFORM VALIDATE-INACTIVATE-FIELDS
                   WHEN OTHER
                       PERFORM VALIDATE-MEMBER-FIELDS
               END-EVALUATE
           END-IF.
      *
      * A POSTING CARRIES ONLY THE KEY, THE ADJUSTMENT AMOUNT, THE
               MOVE "BRANCH NOT OPEN OR NOT ON FILE"
                   TO WS-REJECT-REASON
           END-IF.
      *
      * A TRANSFER CARRIES ONLY THE KEY, THE RECEIVING BRANCH, THE
      * EFFECTIVE DATE, AND THE SENDING BRANCH (WHICH IS CHECKED WHEN
      * IT APPLIES).  THE RECEIVING BRANCH MUST STILL BE OPEN ON
      * THE NIGHT THE TRANSFER APPLIES; A FUTURE-DATED TRANSFER IS
      * HELD AND COMES BACK THROUGH THIS SAME EDIT ON ITS DATE.
       VALIDATE-TRANSFER-FIELDS.
           IF TRN-EFFECTIVE-DATE OF MERGE-REC NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-EFFECTIVE-DATE
               IF DATE-INVALID
                   SET RECORD-INVALID TO TRUE
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               END-IF
           END-IF.
           PERFORM LOOK-UP-BRANCH-CODE.
           IF NOT BRANCH-ON-FILE
               SET RECORD-INVALID TO TRUE
               MOVE "BRANCH NOT OPEN OR NOT ON FILE"
                   TO WS-REJECT-REASON
           END-IF.
      *
      * AN INACTIVATION CARRIES ONLY THE KEY, AN "I" STATUS, THE
      * EFFECTIVE DATE, AND THE MEMBER'S OWN BRANCH (SO THE
      * ACKNOWLEDGMENT GOES BACK TO IT).  THE BRANCH IS NOT LOOKED UP:
      * A DORMANT MEMBER CAN STILL SIT ON A BRANCH THAT HAS SINCE
      * CLOSED, AND IT IS STILL TO BE MADE INACTIVE.
       VALIDATE-INACTIVATE-FIELDS.
           IF NOT TRN-STATUS-INACTIVE OF MERGE-REC
               SET RECORD-INVALID TO TRUE
               MOVE "INVALID STATUS CODE" TO WS-REJECT-REASON
           END-IF.
           IF TRN-EFFECTIVE-DATE OF MERGE-REC NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-EFFECTIVE-DATE
               IF DATE-INVALID
                   SET RECORD-INVALID TO TRUE
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
       VALIDATE-MEMBER-FIELDS.
           IF TRN-MEMBER-NAME OF MERGE-REC = SPACES
                   TO WS-REJECT-REASON
           END-IF.
      *
      * A REAL CALENDAR DATE.  THE LEAP TEST IS THE USUAL ONE:
      * DIVISIBLE BY FOUR, EXCEPT A CENTURY YEAR MUST BE DIVISIBLE BY
      * FOUR HUNDRED.  A GOOD DATE LATER THAN THE RUN DATE IS NOT AN
      * ERROR - IT FLAGS THE TRANSACTION TO BE HELD UNTIL ITS DATE.
       VALIDATE-EFFECTIVE-DATE.
           SET DATE-VALID TO TRUE.
           MOVE TRN-EFFECTIVE-DATE OF MERGE-REC TO WS-EDIT-CCYYMMDD.
           END-IF.
           IF DATE-VALID
               IF WS-EDIT-CCYYMMDD > WS-RUN-DATE
                   SET DATE-IN-FUTURE TO TRUE
               END-IF
           END-IF.
      *
           MOVE WS-RECORDS-POSTED   TO CHKPT-RECORDS-POSTED.
           MOVE WS-PST-ADDED        TO CHKPT-PST-ADDED.
           MOVE WS-PST-SUBTRACTED   TO CHKPT-PST-SUBTRACTED.
           MOVE WS-RECORDS-HELD     TO CHKPT-RECORDS-HELD.
           MOVE WS-RECORDS-SUSPENDED TO CHKPT-RECORDS-SUSPENDED.
           MOVE WS-RECORDS-DECLINED TO CHKPT-RECORDS-DECLINED.
           MOVE WS-RECORDS-TRANSFERRED TO CHKPT-RECORDS-TRANSFERRED.
           MOVE WS-RECORDS-INACTIVATED TO CHKPT-RECORDS-INACTIVATED.
           WRITE REC-CHKPT-LINE.
           IF WS-CHKPT-STATUS NOT = "00"
               DISPLAY "ZCOBOL018E CHKPT WRITE FAILED - FILE STATUS "
           MOVE WS-RECORDS-WRITTEN TO TRL-RECORD-COUNT.
           MOVE WS-HASH-TOTAL      TO TRL-HASH-TOTAL.
           WRITE REC-OUT-TRL-MSG.
      *
       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO JRN-OUT-HDR-MSG.
           MOVE "H"         TO JHDR-RECORD-TYPE.
           MOVE "ZCOBOL"    TO JHDR-PROGRAM-ID.
           MOVE WS-RUN-DATE TO JHDR-RUN-DATE.
           WRITE JRN-OUT-HDR-MSG.
           IF WS-JRNOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL065E JRNOUT WRITE FAILED - FILE STATUS "
                   WS-JRNOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
      * THE JOURNAL TRAILER CARRIES THE SAME FIGURES AS THE POSTING
      * REGISTER'S TOTALS (RESTORED FROM THE CHECKPOINT ON A RESTART
      * THE SAME AS THE REGISTER'S), SO MTMGLIF CAN PROVE THE
      * JOURNAL'S DETAIL BACK TO THEM.
       WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO JRN-OUT-TRL-MSG.
           MOVE "T"               TO JTRL-RECORD-TYPE.
           MOVE WS-RECORDS-POSTED TO JTRL-POSTING-COUNT.
           MOVE WS-PST-ADDED      TO JTRL-TOTAL-ADDED.
           MOVE WS-PST-SUBTRACTED TO JTRL-TOTAL-SUBTRACTED.
           WRITE JRN-OUT-TRL-MSG.
           IF WS-JRNOUT-STATUS NOT = "00"
               DISPLAY "ZCOBOL065E JRNOUT WRITE FAILED - FILE STATUS "
                   WS-JRNOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       WRITE-RUN-REPORT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RECORDS-CARRIED  TO WS-EDIT-CARRIED.
           MOVE WS-RECORDS-POSTED   TO WS-EDIT-POSTED.
           MOVE WS-RECORDS-SUPERSEDED TO WS-EDIT-SUPERSEDED.
           MOVE WS-RECORDS-HELD     TO WS-EDIT-HELD.
           MOVE WS-RECORDS-SUSPENDED TO WS-EDIT-SUSPENDED.
           MOVE WS-RECORDS-DECLINED TO WS-EDIT-DECLINED.
           MOVE WS-RECORDS-TRANSFERRED TO WS-EDIT-TRANSFERRED.
           MOVE WS-RECORDS-INACTIVATED TO WS-EDIT-INACTIVATED.
           MOVE SPACES TO REC-RPT-LINE.
           STRING "ZCOBOL RUN REPORT" DELIMITED BY SIZE
               INTO REC-RPT-LINE.
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REC-RPT-LINE.
           STRING "TRANSFERRED.....: " WS-EDIT-TRANSFERRED
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REC-RPT-LINE.
           STRING "INACTIVATED.....: " WS-EDIT-INACTIVATED
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REC-RPT-LINE.
           STRING "SUPERSEDED......: " WS-EDIT-SUPERSEDED
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REC-RPT-LINE.
           STRING "HELD FUTURE DATE: " WS-EDIT-HELD
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REC-RPT-LINE.
           STRING "SUSPENDED.......: " WS-EDIT-SUSPENDED
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REC-RPT-LINE.
           STRING "SUPV DECLINED...: " WS-EDIT-DECLINED
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REC-RPT-LINE.
           STRING "RECORDS REJECTED: " WS-EDIT-REJECTED
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
               DELIMITED BY SIZE INTO REC-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REC-RPT.
      *
      * THE RUN STATISTICS ARE FOR THE TREND REPORT, NOT THE UPDATE,
      * SO A STATISTICS FILE THAT WILL NOT TAKE THE RECORD IS WARNED
      * ABOUT AND THE NIGHT GOES ON - THE NEW MASTER IS ALREADY CUT.
      * A RERUN ON THE SAME CYCLE DATE REPLACES THE EARLIER RUN'S
      * RECORD; A RESTART'S TOTALS ALREADY INCLUDE THE PORTION DONE
      * BEFORE THE CHECKPOINT.
       WRITE-RUN-STATISTICS.
           OPEN I-O STA-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               DISPLAY "ZCOBOL070W RUNSTAT FAILED TO OPEN - FILE "
                   "STATUS " WS-RUNSTAT-STATUS
                   " - NO STATISTICS KEPT"
           ELSE
               PERFORM BUILD-STATISTICS-RECORD
               WRITE STA-REC
               IF WS-RUNSTAT-STATUS = "22"
                   REWRITE STA-REC
               END-IF
               IF WS-RUNSTAT-STATUS NOT = "00"
                   DISPLAY "ZCOBOL071W RUNSTAT WRITE FAILED FOR "
                       STA-STATS-KEY " - FILE STATUS "
                       WS-RUNSTAT-STATUS
               END-IF
               CLOSE STA-FILE
           END-IF.
      *
       BUILD-STATISTICS-RECORD.
           MOVE SPACES              TO STA-REC.
           MOVE WS-RUN-DATE         TO STA-CYCLE-DATE.
           MOVE "ZCOBOL"            TO STA-STEP-NAME.
           MOVE WS-START-TIME       TO STA-START-TIME.
           MOVE WS-END-TIME         TO STA-END-TIME.
           MOVE ZERO                TO STA-RETURN-CODE.
           MOVE WS-RECORDS-READ     TO STA-RECORDS-READ.
           COMPUTE STA-RECORDS-APPLIED = WS-RECORDS-ADDED
               + WS-RECORDS-CHANGED + WS-RECORDS-DELETED
               + WS-RECORDS-POSTED + WS-RECORDS-TRANSFERRED
               + WS-RECORDS-INACTIVATED.
           MOVE WS-RECORDS-REJECTED TO STA-RECORDS-REJECTED.
           MOVE WS-RECORDS-SUPERSEDED TO STA-RECORDS-SUPERSEDED.
           MOVE WS-RECORDS-POSTED   TO STA-RECORDS-POSTED.
           MOVE WS-PST-ADDED        TO STA-AMOUNT-ADDED.
           MOVE WS-PST-SUBTRACTED   TO STA-AMOUNT-SUBTRACTED.
      *
       WRITE-REPORT-LINE.
           WRITE REC-RPT-LINE.
           CLOSE REC-OUT-IDX.
           CLOSE REC-SUP.
           CLOSE DSP-OUT.
           CLOSE HLD-OUT.
           CLOSE SUS-OUT.
           CLOSE JRN-OUT.
           CLOSE PST-RPT.
           CLOSE REC-CHKPT.
           DISPLAY "ZCOBOL010I TRANS PROCESSED..: " WS-RECORDS-READ.
           DISPLAY "ZCOBOL028I RECORDS DELETED..: " WS-RECORDS-DELETED.
           DISPLAY "ZCOBOL029I CARRIED FORWARD..: " WS-RECORDS-CARRIED.
           DISPLAY "ZCOBOL041I RECORDS POSTED...: " WS-RECORDS-POSTED.
           DISPLAY "ZCOBOL067I TRANSFERRED......: "
               WS-RECORDS-TRANSFERRED.
           DISPLAY "ZCOBOL069I INACTIVATED......: "
               WS-RECORDS-INACTIVATED.
           DISPLAY "ZCOBOL037I SUPERSEDED.......: "
               WS-RECORDS-SUPERSEDED.
           DISPLAY "ZCOBOL054I HELD FUTURE DATE.: " WS-RECORDS-HELD.
           DISPLAY "ZCOBOL062I SUSPENDED........: "
               WS-RECORDS-SUSPENDED.
           DISPLAY "ZCOBOL063I SUPV DECLINED....: "
               WS-RECORDS-DECLINED.
           DISPLAY "ZCOBOL012I RECORDS REJECTED.: " WS-RECORDS-REJECTED.
           DISPLAY "ZCOBOL021I RECORDS INDEXED..: " WS-RECORDS-INDEXED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE REC-IN1 REC-IN2 REC-IN3 REC-IN4 REC-IN5 REC-IN6
                 REC-IN7 MAST-IN
                 BRN-IN LMT-IN REC-OUT REC-REJ REC-OUT-IDX REC-SUP
                 DSP-OUT HLD-OUT SUS-OUT JRN-OUT PST-RPT REC-RPT
                 REC-CHKPT.
           STOP RUN.
