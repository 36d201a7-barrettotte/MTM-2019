      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMBKVF.
       AUTHOR.        Otto B. Fun.
      *
      * CYCLE BACKOUT - VERIFICATION AND INVENTORY.
      *
      * FIRST STEP OF THE CYCLE BACKOUT JOB (MTMBKOT.JCL), WHICH
      * REVERSES ONE SIGNED-OFF NIGHTLY CYCLE.  NOTHING IS CHANGED
      * HERE.  THIS PROGRAM PROVES THAT THE NIGHT NAMED ON THE
      * BKOPARM CARD IS THE LATEST SIGNED-OFF CYCLE AND THAT THE
      * GENERATIONS THE JOB IS ABOUT TO UNCATALOG ARE THE ONES THAT
      * NIGHT CUT, AND IT PRINTS WHAT EACH OF THOSE GENERATIONS
      * HOLDS - THE FIRST HALF OF THE BACKOUT REPORT (BKORPT).  ANY
      * CHECK THAT FAILS ENDS THE STEP WITH RETURN CODE 8; EVERY
      * LATER STEP OF THE JOB IS GUARDED BY COND=(0,NE), SO A HELD
      * BACKOUT TOUCHES NOTHING.
      *
      * THE CHECKS:
      *   - THE RUN-CONTROL DATASET (CYCCTL) CARRIES THE BACKOUT
      *     DATE AS THE LAST SIGNED-OFF CYCLE.  AN EARLIER NIGHT CAN
      *     ONLY BE REACHED BY BACKING OUT EVERY NIGHT AFTER IT
      *     FIRST, ONE AT A TIME, NEWEST FIRST.
      *   - THE CURRENT MASTER GENERATION'S HEADER (MASTCUR) CARRIES
      *     THE BACKOUT DATE, SO NO LATER STREAM HAS CUT A GENERATION
      *     SINCE - NOT EVEN ONE THAT NEVER SIGNED OFF.
      *   - THE POSTING JOURNAL HEADER (JRNIN), THE GENERAL LEDGER
      *     INTERFACE HEADER (GLIN) AND EVERY DELTA RECORD (DLTIN)
      *     CARRY THE BACKOUT DATE.
      *   - THE TRANSFER AND DORMANCY RELEASE GENERATIONS (XFRIN,
      *     DRLIN) ARE STILL THE EMPTY ONES THE STREAM CUTS AFTER
      *     SIGN-OFF, SO NO MTMXFER OR MTMDORM RUN HAS QUEUED WORK
      *     ON TOP OF THE NIGHT BEING REVERSED.
      *   - THE FUTURE RELEASE AND SUSPENSE RELEASE GENERATIONS
      *     (FRLIN, SRLIN) ARE LIKEWISE STILL THE EMPTY ONES CUT AT
      *     SIGN-OFF, SO NO MTMFUTR OR MTMSUPV RUN HAS RELEASED WORK
      *     SINCE.
      *   - THE PRIOR MASTER GENERATION (MASTPRV), WHICH THE JOB
      *     RELOADS THE KSDS FROM, IS DATED BEFORE THE BACKOUT DATE
      *     AND ITS DETAILS PROVE AGAINST ITS OWN TRAILER.
      * THE REJECTS, SUPERSEDED, DISPOSITION, FUTURE HOLD, SUSPENSE
      * AND ACKNOWLEDGMENT GENERATIONS CARRY NO DATE OF THEIR OWN;
      * THEY ARE COUNTED ONLY.
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
           SELECT MAST-CUR   ASSIGN TO MASTCUR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MASTCUR-STATUS.
           SELECT MAST-PRV   ASSIGN TO MASTPRV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-MASTPRV-STATUS.
           SELECT REJ-IN     ASSIGN TO REJIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-REJIN-STATUS.
           SELECT SUP-IN     ASSIGN TO SUPIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SUPIN-STATUS.
           SELECT DSP-IN     ASSIGN TO DSPIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DSPIN-STATUS.
           SELECT HLD-IN     ASSIGN TO HLDIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-HLDIN-STATUS.
           SELECT SUS-IN     ASSIGN TO SUSIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SUSIN-STATUS.
           SELECT JRN-IN     ASSIGN TO JRNIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-JRNIN-STATUS.
           SELECT DLT-IN     ASSIGN TO DLTIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DLTIN-STATUS.
           SELECT ACK-IN     ASSIGN TO ACKIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ACKIN-STATUS.
           SELECT GL-IN      ASSIGN TO GLIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-GLIN-STATUS.
           SELECT XFR-IN     ASSIGN TO XFRIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-XFRIN-STATUS.
           SELECT DRL-IN     ASSIGN TO DRLIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-DRLIN-STATUS.
           SELECT FRL-IN     ASSIGN TO FRLIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-FRLIN-STATUS.
           SELECT SRL-IN     ASSIGN TO SRLIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-SRLIN-STATUS.
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
       FD  MAST-CUR   RECORDING MODE F.
       01  MAST-CUR-HDR-MSG.
           05  MCUR-RECORD-TYPE     PIC X(01).
           05  MCUR-PROGRAM-ID      PIC X(08).
           05  MCUR-RUN-DATE        PIC 9(08).
           05  FILLER               PIC X(63).
      *
       FD  MAST-PRV   RECORDING MODE F.
       01  MAST-PRV-MSG.
           COPY MTMREC01.
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
       FD  REJ-IN     RECORDING MODE F.
       01  REJ-IN-REC               PIC X(80).
      *
       FD  SUP-IN     RECORDING MODE F.
       01  SUP-IN-REC               PIC X(132).
      *
       FD  DSP-IN     RECORDING MODE F.
       01  DSP-IN-REC               PIC X(80).
      *
       FD  HLD-IN     RECORDING MODE F.
       01  HLD-IN-REC               PIC X(80).
      *
       FD  SUS-IN     RECORDING MODE F.
       01  SUS-IN-REC               PIC X(80).
      *
       FD  JRN-IN     RECORDING MODE F.
       01  JRN-IN-HDR-MSG.
           05  JHDR-RECORD-TYPE     PIC X(01).
           05  JHDR-PROGRAM-ID      PIC X(08).
           05  JHDR-RUN-DATE        PIC 9(08).
           05  FILLER               PIC X(63).
      *
       FD  DLT-IN     RECORDING MODE F.
       01  DLT-IN-MSG.
           COPY MTMDLT01.
      *
       FD  ACK-IN     RECORDING MODE F.
       01  ACK-IN-REC               PIC X(80).
      *
       FD  GL-IN      RECORDING MODE F.
       01  GLE-IN-MSG.
           COPY MTMGLE01.
      *
       FD  XFR-IN     RECORDING MODE F.
       01  XFR-IN-REC               PIC X(80).
      *
       FD  DRL-IN     RECORDING MODE F.
       01  DRL-IN-REC               PIC X(80).
      *
       FD  FRL-IN     RECORDING MODE F.
       01  FRL-IN-REC               PIC X(80).
      *
       FD  SRL-IN     RECORDING MODE F.
       01  SRL-IN-REC               PIC X(80).
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
         05 GEN-EOF-SW        PIC X VALUE SPACE.
             88 GEN-EOF             VALUE "Y".
         05 CUR-HEADER-SW     PIC X VALUE SPACE.
             88 CUR-HEADER-SEEN     VALUE "Y".
         05 PRV-HEADER-SW     PIC X VALUE SPACE.
             88 PRV-HEADER-SEEN     VALUE "Y".
         05 PRV-TRAILER-SW    PIC X VALUE SPACE.
             88 PRV-TRAILER-SEEN    VALUE "Y".
         05 JRN-HEADER-SW     PIC X VALUE SPACE.
             88 JRN-HEADER-SEEN     VALUE "Y".
         05 GL-HEADER-SW      PIC X VALUE SPACE.
             88 GL-HEADER-SEEN      VALUE "Y".
         05 CHECK-SW          PIC X VALUE SPACE.
             88 CHECK-PASSED        VALUE "Y".
             88 CHECK-FAILED        VALUE "N".
         05 BACKOUT-SW        PIC X VALUE "Y".
             88 BACKOUT-VERIFIED    VALUE "Y".
             88 BACKOUT-HELD        VALUE "N".
         05 DATE-VALID-SW     PIC X VALUE SPACE.
             88 DATE-VALID          VALUE "Y".
             88 DATE-INVALID        VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-BKOPARM-STATUS    PIC X(02) VALUE SPACES.
           05  WS-CYCCTL-STATUS     PIC X(02) VALUE SPACES.
           05  WS-MASTCUR-STATUS    PIC X(02) VALUE SPACES.
           05  WS-MASTPRV-STATUS    PIC X(02) VALUE SPACES.
           05  WS-REJIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-SUPIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-DSPIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-HLDIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-SUSIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-JRNIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-DLTIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-ACKIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-GLIN-STATUS       PIC X(02) VALUE SPACES.
           05  WS-XFRIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-DRLIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-FRLIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-SRLIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-BKORPT-STATUS     PIC X(02) VALUE SPACES.
      *
      * THE DD AND STATUS OF THE GENERATION BEING OPENED, FOR THE ONE
      * OPEN-FAILURE MESSAGE ALL THE INVENTORY FILES SHARE.
       01  WS-OPEN-DDNAME           PIC X(08) VALUE SPACES.
       01  WS-OPEN-STATUS           PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-GEN-RECORDS       PIC 9(09) COMP VALUE ZERO.
           05  WS-CUR-DETAILS       PIC 9(09) COMP VALUE ZERO.
           05  WS-PRV-DETAILS       PIC 9(09) COMP VALUE ZERO.
           05  WS-PRV-HASH          PIC 9(15) COMP VALUE ZERO.
           05  WS-PRV-TRL-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-PRV-TRL-HASH      PIC 9(15) VALUE ZERO.
           05  WS-JRN-POSTINGS      PIC 9(09) COMP VALUE ZERO.
           05  WS-GL-ENTRIES        PIC 9(09) COMP VALUE ZERO.
           05  WS-DLT-OTHER-CYCLE   PIC 9(09) COMP VALUE ZERO.
           05  WS-XFR-PENDING       PIC 9(09) COMP VALUE ZERO.
           05  WS-DRL-PENDING       PIC 9(09) COMP VALUE ZERO.
           05  WS-FRL-PENDING       PIC 9(09) COMP VALUE ZERO.
           05  WS-SRL-PENDING       PIC 9(09) COMP VALUE ZERO.
           05  WS-CHECKS-FAILED     PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-CYCLE-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CTL-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CUR-MASTER-DATE       PIC 9(08) VALUE ZERO.
       01  WS-PRV-MASTER-DATE       PIC 9(08) VALUE ZERO.
       01  WS-JRN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-GL-DATE               PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *
      * ONE LINE OF THE GENERATION INVENTORY AND ONE LINE OF THE
      * CHECK LIST, FILLED IN BY EACH CALLER BEFORE THE WRITE.
       01  WS-INVENTORY-LINE.
           05  WS-INV-DSNAME        PIC X(32) VALUE SPACES.
           05  WS-INV-REMARK        PIC X(60) VALUE SPACES.
       01  WS-CHECK-LINE.
           05  WS-CHK-TEXT          PIC X(48) VALUE SPACES.
           05  WS-CHK-FOUND         PIC X(19) VALUE SPACES.
      *
       01  WS-DATE-CHECK.
           05  WS-CHECK-CCYYMMDD    PIC 9(08) VALUE ZERO.
           05  WS-CHECK-SPLIT REDEFINES WS-CHECK-CCYYMMDD.
               10  WS-CHECK-YEAR    PIC 9(04).
               10  WS-CHECK-MONTH   PIC 9(02).
               10  WS-CHECK-DAY     PIC 9(02).
           05  WS-DAYS-IN-MONTH     PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOTIENT     PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REMAINDER    PIC 9(04) VALUE ZERO.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
           05  WS-EDIT-CYCLE-DATE   PIC 9999/99/99.
           05  WS-EDIT-DATE         PIC 9999/99/99.
           05  WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HASH         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-BACKOUT-PARMS.
           PERFORM READ-CONTROL-RECORD.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM COUNT-CURRENT-MASTER.
           PERFORM COUNT-REJECTS-GENERATION.
           PERFORM COUNT-SUPERSEDED-GENERATION.
           PERFORM COUNT-DISPOSITION-GENERATION.
           PERFORM COUNT-FUTURE-HOLD-GENERATION.
           PERFORM COUNT-SUSPENSE-GENERATION.
           PERFORM COUNT-JOURNAL-GENERATION.
           PERFORM COUNT-DELTA-GENERATION.
           PERFORM COUNT-ACKNOWLEDGMENT-GENERATION.
           PERFORM COUNT-LEDGER-GENERATION.
           PERFORM COUNT-TRANSFER-GENERATION.
           PERFORM COUNT-DORMANCY-GENERATION.
           PERFORM COUNT-FUTURE-RELEASE-GENERATION.
           PERFORM COUNT-SUSPENSE-RELEASE-GENERATION.
           PERFORM PROVE-PRIOR-MASTER.
           PERFORM WRITE-CHECK-LIST.
           PERFORM WRITE-VERDICT.
           PERFORM CLOSE-FILES.
           IF BACKOUT-HELD
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT PARM-IN.
           IF WS-BKOPARM-STATUS NOT = "00"
               DISPLAY "MTMBKVF001E BKOPARM FAILED TO OPEN - FILE "
                   "STATUS " WS-BKOPARM-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT BKO-RPT.
           IF WS-BKORPT-STATUS NOT = "00"
               DISPLAY "MTMBKVF002E BKORPT FAILED TO OPEN - FILE "
                   "STATUS " WS-BKORPT-STATUS
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
               DISPLAY "MTMBKVF003E CYCLDATE CARD IS REQUIRED"
               PERFORM ABEND-JOB
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-CHECK-CCYYMMDD.
           PERFORM VALIDATE-CALENDAR-DATE.
           IF DATE-INVALID
               DISPLAY "MTMBKVF004E CYCLDATE " WS-CYCLE-DATE
                   " IS NOT A CALENDAR DATE"
               PERFORM ABEND-JOB
           END-IF.
           DISPLAY "MTMBKVF005I VERIFYING BACKOUT OF CYCLE "
               WS-CYCLE-DATE.
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
                   DISPLAY "MTMBKVF006E UNRECOGNIZED PARM CARD: "
                       PARM-DATE-CARD
                   PERFORM ABEND-JOB
           END-EVALUATE.
      *
      * A REAL CALENDAR DATE.  THE LEAP TEST IS THE USUAL ONE:
      * DIVISIBLE BY FOUR, EXCEPT A CENTURY YEAR MUST BE DIVISIBLE BY
      * FOUR HUNDRED.
       VALIDATE-CALENDAR-DATE.
           SET DATE-VALID TO TRUE.
           EVALUATE WS-CHECK-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-CHECK-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-CHECK-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           DIVIDE WS-CHECK-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   SET DATE-INVALID TO TRUE
           END-EVALUATE.
           IF DATE-VALID
               IF WS-CHECK-DAY < 01 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
                   SET DATE-INVALID TO TRUE
               END-IF
           END-IF.
      *
       READ-CONTROL-RECORD.
           OPEN INPUT CYC-CTL.
           IF WS-CYCCTL-STATUS NOT = "00"
               DISPLAY "MTMBKVF007E CYCCTL FAILED TO OPEN - FILE "
                   "STATUS " WS-CYCCTL-STATUS
               PERFORM ABEND-JOB
           END-IF.
           READ CYC-CTL
               AT END
                   DISPLAY "MTMBKVF008E CYCCTL IS EMPTY - THERE IS "
                       "NO SIGNED-OFF CYCLE TO BACK OUT"
                   PERFORM ABEND-JOB
           END-READ.
           IF CTL-LAST-RUN-DATE NUMERIC
               MOVE CTL-LAST-RUN-DATE TO WS-CTL-DATE
           END-IF.
           CLOSE CYC-CTL.
      *
       WRITE-PAGE-HEADING.
           MOVE WS-RUN-DATE   TO WS-EDIT-RUN-DATE.
           MOVE WS-CYCLE-DATE TO WS-EDIT-CYCLE-DATE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "MTMBKVF CYCLE BACKOUT - VERIFICATION AND "
               "INVENTORY - RUN DATE " WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "CYCLE TO BACK OUT: " WS-EDIT-CYCLE-DATE
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "GENERATION TO BE UNCATALOGED      "
               "    RECORDS  CONTENTS"
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * EVERY INVENTORY FILE IS OPENED THROUGH HERE.  A GENERATION
      * THAT WILL NOT OPEN STOPS THE RUN - THE JOB CANNOT SAY WHAT IT
      * IS ABOUT TO REMOVE.
       CHECK-OPEN-STATUS.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "MTMBKVF009E " WS-OPEN-DDNAME
                   " FAILED TO OPEN - FILE STATUS " WS-OPEN-STATUS
               PERFORM ABEND-JOB
           END-IF.
           MOVE ZERO  TO WS-GEN-RECORDS.
           MOVE SPACE TO GEN-EOF-SW.
      *
       COUNT-CURRENT-MASTER.
           OPEN INPUT MAST-CUR.
           MOVE "MASTCUR"         TO WS-OPEN-DDNAME.
           MOVE WS-MASTCUR-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ MAST-CUR
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
                       EVALUATE TRUE
                           WHEN MCUR-RECORD-TYPE = "H"
                               SET CUR-HEADER-SEEN TO TRUE
                               IF MCUR-RUN-DATE NUMERIC
                                   MOVE MCUR-RUN-DATE
                                       TO WS-CUR-MASTER-DATE
                               END-IF
                           WHEN MCUR-RECORD-TYPE = "T"
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-CUR-DETAILS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE MAST-CUR.
           MOVE WS-CUR-DETAILS TO WS-EDIT-COUNT.
           MOVE "PROD.MTM.MASTER.GDG(0)" TO WS-INV-DSNAME.
           MOVE SPACES TO WS-INV-REMARK.
           STRING "MEMBERS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-REJECTS-GENERATION.
           OPEN INPUT REJ-IN.
           MOVE "REJIN"           TO WS-OPEN-DDNAME.
           MOVE WS-REJIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ REJ-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE REJ-IN.
           MOVE "PROD.MTM.REJECTS.GDG(0)" TO WS-INV-DSNAME.
           MOVE "REJECTED TRANSACTIONS" TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-SUPERSEDED-GENERATION.
           OPEN INPUT SUP-IN.
           MOVE "SUPIN"           TO WS-OPEN-DDNAME.
           MOVE WS-SUPIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ SUP-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE SUP-IN.
           MOVE "PROD.MTM.SUPERSEDED.GDG(0)" TO WS-INV-DSNAME.
           MOVE "SUPERSEDED TRANSACTION LINES" TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-DISPOSITION-GENERATION.
           OPEN INPUT DSP-IN.
           MOVE "DSPIN"           TO WS-OPEN-DDNAME.
           MOVE WS-DSPIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ DSP-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE DSP-IN.
           MOVE "PROD.MTM.DISPOSN.GDG(0)" TO WS-INV-DSNAME.
           MOVE "TRANSACTION DISPOSITIONS" TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-FUTURE-HOLD-GENERATION.
           OPEN INPUT HLD-IN.
           MOVE "HLDIN"           TO WS-OPEN-DDNAME.
           MOVE WS-HLDIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ HLD-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE HLD-IN.
           MOVE "PROD.MTM.FUTHOLD.GDG(0)" TO WS-INV-DSNAME.
           MOVE "FUTURE-DATED TRANSACTIONS HELD" TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-SUSPENSE-GENERATION.
           OPEN INPUT SUS-IN.
           MOVE "SUSIN"           TO WS-OPEN-DDNAME.
           MOVE WS-SUSIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ SUS-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE SUS-IN.
           MOVE "PROD.MTM.SUSPNEW.GDG(0)" TO WS-INV-DSNAME.
           MOVE "POSTINGS SUSPENDED FOR RELEASE" TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-JOURNAL-GENERATION.
           OPEN INPUT JRN-IN.
           MOVE "JRNIN"           TO WS-OPEN-DDNAME.
           MOVE WS-JRNIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ JRN-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
                       EVALUATE TRUE
                           WHEN JHDR-RECORD-TYPE = "H"
                               SET JRN-HEADER-SEEN TO TRUE
                               IF JHDR-RUN-DATE NUMERIC
                                   MOVE JHDR-RUN-DATE TO WS-JRN-DATE
                               END-IF
                           WHEN JHDR-RECORD-TYPE = "T"
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-JRN-POSTINGS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE JRN-IN.
           MOVE WS-JRN-POSTINGS TO WS-EDIT-COUNT.
           MOVE "PROD.MTM.PSTJRNL.GDG(0)" TO WS-INV-DSNAME.
           MOVE SPACES TO WS-INV-REMARK.
           STRING "POSTINGS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
      * A DELTA CUT BEFORE THE CYCLE DATE WAS CARRIED HAS SPACES IN
      * DLT-CYCLE-DATE; IT CANNOT BE THIS NIGHT'S AND COUNTS AGAINST
      * THE CHECK LIKE ANY OTHER NIGHT'S RECORD.
       COUNT-DELTA-GENERATION.
           OPEN INPUT DLT-IN.
           MOVE "DLTIN"           TO WS-OPEN-DDNAME.
           MOVE WS-DLTIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ DLT-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
                       IF DLT-CYCLE-DATE NOT NUMERIC
                           ADD 1 TO WS-DLT-OTHER-CYCLE
                       ELSE
                           IF DLT-CYCLE-DATE NOT = WS-CYCLE-DATE
                               ADD 1 TO WS-DLT-OTHER-CYCLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DLT-IN.
           MOVE "PROD.MTM.DELTA.GDG(0)" TO WS-INV-DSNAME.
           MOVE "MEMBERS ADDED, CHANGED OR DROPPED" TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-ACKNOWLEDGMENT-GENERATION.
           OPEN INPUT ACK-IN.
           MOVE "ACKIN"           TO WS-OPEN-DDNAME.
           MOVE WS-ACKIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ ACK-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE ACK-IN.
           MOVE "PROD.MTM.BRANCHACK.GDG(0)" TO WS-INV-DSNAME.
           MOVE "BRANCH ACKNOWLEDGMENTS - TELL THE BRANCHES"
               TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-LEDGER-GENERATION.
           OPEN INPUT GL-IN.
           MOVE "GLIN"            TO WS-OPEN-DDNAME.
           MOVE WS-GLIN-STATUS    TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ GL-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
                       EVALUATE TRUE
                           WHEN GLE-HEADER
                               SET GL-HEADER-SEEN TO TRUE
                               IF GLE-POSTING-DATE NUMERIC
                                   MOVE GLE-POSTING-DATE
                                       TO WS-GL-DATE
                               END-IF
                           WHEN GLE-ENTRY
                               ADD 1 TO WS-GL-ENTRIES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE GL-IN.
           MOVE WS-GL-ENTRIES TO WS-EDIT-COUNT.
           MOVE "PROD.MTM.GLIF.GDG(0)" TO WS-INV-DSNAME.
           MOVE SPACES TO WS-INV-REMARK.
           STRING "LEDGER ENTRIES " WS-EDIT-COUNT
               " - REVERSE ON THE LEDGER IF SENT"
               DELIMITED BY SIZE INTO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-TRANSFER-GENERATION.
           OPEN INPUT XFR-IN.
           MOVE "XFRIN"           TO WS-OPEN-DDNAME.
           MOVE WS-XFRIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ XFR-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE XFR-IN.
           MOVE WS-GEN-RECORDS TO WS-XFR-PENDING.
           MOVE "PROD.MTM.TRANSFER.GDG(0)" TO WS-INV-DSNAME.
           MOVE "RESET AT SIGN-OFF - APPLIED TRANSFERS ARE REQUEUED"
               TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-DORMANCY-GENERATION.
           OPEN INPUT DRL-IN.
           MOVE "DRLIN"           TO WS-OPEN-DDNAME.
           MOVE WS-DRLIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ DRL-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE DRL-IN.
           MOVE WS-GEN-RECORDS TO WS-DRL-PENDING.
           MOVE "PROD.MTM.DORMREL.GDG(0)" TO WS-INV-DSNAME.
           MOVE "RESET AT SIGN-OFF - APPLIED RELEASES ARE REQUEUED"
               TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-FUTURE-RELEASE-GENERATION.
           OPEN INPUT FRL-IN.
           MOVE "FRLIN"           TO WS-OPEN-DDNAME.
           MOVE WS-FRLIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ FRL-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE FRL-IN.
           MOVE WS-GEN-RECORDS TO WS-FRL-PENDING.
           MOVE "PROD.MTM.FUTREL.GDG(0)" TO WS-INV-DSNAME.
           MOVE "RESET AT SIGN-OFF - APPLIED RELEASES ARE REQUEUED"
               TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
       COUNT-SUSPENSE-RELEASE-GENERATION.
           OPEN INPUT SRL-IN.
           MOVE "SRLIN"           TO WS-OPEN-DDNAME.
           MOVE WS-SRLIN-STATUS   TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ SRL-IN
                   AT END
                       SET GEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-RECORDS
               END-READ
           END-PERFORM.
           CLOSE SRL-IN.
           MOVE WS-GEN-RECORDS TO WS-SRL-PENDING.
           MOVE "PROD.MTM.SUSPREL.GDG(0)" TO WS-INV-DSNAME.
           MOVE "RESET AT SIGN-OFF - APPLIED DECISIONS ARE REQUEUED"
               TO WS-INV-REMARK.
           PERFORM WRITE-INVENTORY-LINE.
      *
      * THE GENERATION THE KSDS IS ABOUT TO BE RELOADED FROM IS
      * PROVED HERE THE SAME WAY MTMMLOD WILL PROVE THE LOAD, SO A
      * SUSPECT RESTORE POINT HOLDS THE JOB BEFORE ANYTHING IS
      * UNCATALOGED.
       PROVE-PRIOR-MASTER.
           OPEN INPUT MAST-PRV.
           MOVE "MASTPRV"         TO WS-OPEN-DDNAME.
           MOVE WS-MASTPRV-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-STATUS.
           PERFORM UNTIL GEN-EOF
               READ MAST-PRV
                   AT END
                       SET GEN-EOF TO TRUE
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
                               MOVE MPRV-TRL-COUNT TO WS-PRV-TRL-COUNT
                               MOVE MPRV-TRL-HASH  TO WS-PRV-TRL-HASH
                           WHEN OTHER
                               ADD 1 TO WS-PRV-DETAILS
                               ADD MTM-MEMBER-ID OF MAST-PRV-MSG
                                   TO WS-PRV-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE MAST-PRV.
      *
       WRITE-CHECK-LIST.
           MOVE SPACES TO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING "CHECK                                           "
               "FOUND"
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
           MOVE "RUNCTL LAST SIGNED-OFF CYCLE = CYCLE.........."
               TO WS-CHK-TEXT.
           MOVE WS-CTL-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-CHK-FOUND.
           IF WS-CTL-DATE = WS-CYCLE-DATE
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "MASTER (0) HEADER RUN DATE = CYCLE............"
               TO WS-CHK-TEXT.
           MOVE WS-CUR-MASTER-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-CHK-FOUND.
           IF CUR-HEADER-SEEN
              AND WS-CUR-MASTER-DATE = WS-CYCLE-DATE
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "POSTING JOURNAL (0) HEADER RUN DATE = CYCLE..."
               TO WS-CHK-TEXT.
           MOVE WS-JRN-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-CHK-FOUND.
           IF JRN-HEADER-SEEN
              AND WS-JRN-DATE = WS-CYCLE-DATE
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "LEDGER INTERFACE (0) POSTING DATE = CYCLE....."
               TO WS-CHK-TEXT.
           MOVE WS-GL-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-CHK-FOUND.
           IF GL-HEADER-SEEN
              AND WS-GL-DATE = WS-CYCLE-DATE
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "DELTA (0) RECORDS FROM ANOTHER CYCLE = 0......"
               TO WS-CHK-TEXT.
           MOVE WS-DLT-OTHER-CYCLE TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-CHK-FOUND.
           IF WS-DLT-OTHER-CYCLE = ZERO
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "TRANSFER (0) RECORDS QUEUED SINCE = 0........."
               TO WS-CHK-TEXT.
           MOVE WS-XFR-PENDING TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-CHK-FOUND.
           IF WS-XFR-PENDING = ZERO
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "DORMANCY RELEASE (0) RECORDS QUEUED SINCE = 0."
               TO WS-CHK-TEXT.
           MOVE WS-DRL-PENDING TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-CHK-FOUND.
           IF WS-DRL-PENDING = ZERO
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "FUTURE RELEASE (0) RECORDS QUEUED SINCE = 0..."
               TO WS-CHK-TEXT.
           MOVE WS-FRL-PENDING TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-CHK-FOUND.
           IF WS-FRL-PENDING = ZERO
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "SUSPENSE RELEASE (0) RECORDS QUEUED SINCE = 0."
               TO WS-CHK-TEXT.
           MOVE WS-SRL-PENDING TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-CHK-FOUND.
           IF WS-SRL-PENDING = ZERO
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "MASTER (-1) HEADER RUN DATE BEFORE CYCLE......"
               TO WS-CHK-TEXT.
           MOVE WS-PRV-MASTER-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-CHK-FOUND.
           IF PRV-HEADER-SEEN
              AND WS-PRV-MASTER-DATE > ZERO
              AND WS-PRV-MASTER-DATE < WS-CYCLE-DATE
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "MASTER (-1) DETAIL COUNT = TRAILER COUNT......"
               TO WS-CHK-TEXT.
           MOVE WS-PRV-DETAILS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-CHK-FOUND.
           IF PRV-TRAILER-SEEN
              AND WS-PRV-DETAILS = WS-PRV-TRL-COUNT
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
           MOVE "MASTER (-1) MEMBER-ID HASH = TRAILER HASH....."
               TO WS-CHK-TEXT.
           MOVE WS-PRV-HASH TO WS-EDIT-HASH.
           MOVE WS-EDIT-HASH TO WS-CHK-FOUND.
           IF PRV-TRAILER-SEEN
              AND WS-PRV-HASH = WS-PRV-TRL-HASH
               SET CHECK-PASSED TO TRUE
           ELSE
               SET CHECK-FAILED TO TRUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.
      *
       WRITE-VERDICT.
           MOVE SPACES TO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           IF BACKOUT-VERIFIED
               MOVE WS-PRV-MASTER-DATE TO WS-EDIT-DATE
               STRING "VERIFIED - BACKOUT MAY PROCEED; THE MASTER "
                   "WILL BE RESTORED TO CYCLE " WS-EDIT-DATE
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
           ELSE
               STRING "*** BACKOUT HELD - NOTHING HAS BEEN CHANGED, "
                   "RC=8 ***"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-INVENTORY-LINE.
           MOVE WS-GEN-RECORDS TO WS-EDIT-COUNT.
           MOVE SPACES TO BKO-RPT-LINE.
           STRING WS-INV-DSNAME WS-EDIT-COUNT "  " WS-INV-REMARK
               DELIMITED BY SIZE INTO BKO-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-CHECK-LINE.
           MOVE SPACES TO BKO-RPT-LINE.
           IF CHECK-PASSED
               STRING WS-CHK-TEXT WS-CHK-FOUND "  AGREE"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
           ELSE
               ADD 1 TO WS-CHECKS-FAILED
               SET BACKOUT-HELD TO TRUE
               STRING WS-CHK-TEXT WS-CHK-FOUND
                   "  *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO BKO-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE BKO-RPT-LINE.
           IF WS-BKORPT-STATUS NOT = "00"
               DISPLAY "MTMBKVF010E BKORPT WRITE FAILED - FILE "
                   "STATUS " WS-BKORPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE BKO-RPT.
           DISPLAY "MTMBKVF011I LAST SIGNED-OFF CYCLE: " WS-CTL-DATE.
           DISPLAY "MTMBKVF012I PRIOR MASTER CYCLE..: "
               WS-PRV-MASTER-DATE.
           IF BACKOUT-HELD
               DISPLAY "MTMBKVF013W " WS-CHECKS-FAILED
                   " CHECK(S) FAILED - BACKOUT HELD, RC=8"
           ELSE
               DISPLAY "MTMBKVF014I BACKOUT OF CYCLE " WS-CYCLE-DATE
                   " VERIFIED"
           END-IF.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE PARM-IN CYC-CTL MAST-CUR MAST-PRV REJ-IN SUP-IN
                 DSP-IN HLD-IN SUS-IN JRN-IN DLT-IN ACK-IN GL-IN
                 XFR-IN DRL-IN FRL-IN SRL-IN BKO-RPT.
           STOP RUN.
