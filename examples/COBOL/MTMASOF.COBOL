      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MTMASOF.
       AUTHOR.        Otto B. Fun.
      *
      * POINT-IN-TIME MASTER REBUILD FROM THE HISTORY KSDS.
      *
      * THE AUDITORS ASK FOR "THE MASTER AS IT STOOD" ON A DATE LONG
      * AFTER THAT NIGHT'S GENERATION HAS ROLLED OFF THE MASTER GDG.
      * THIS JOB ANSWERS FROM THE HISTORY KSDS (HISTVS, MTMHST01
      * LAYOUT), READ FRONT TO BACK IN KEY ORDER - MEMBER ID PLUS
      * EFFECTIVE DATE, SO EACH MEMBER'S VERSIONS ARRIVE TOGETHER,
      * OLDEST FIRST.  FOR EACH MEMBER IT TAKES THE LATEST VERSION
      * EFFECTIVE ON OR BEFORE THE AS-OF DATE.  IF THAT VERSION IS A
      * CLOSING VERSION THE MEMBER HAD BEEN DROPPED BY THEN AND IS
      * LEFT OUT; IF THE MEMBER HAS NO VERSION THAT EARLY IT WAS NOT
      * ON FILE YET AND IS LEFT OUT; OTHERWISE THE VERSION BECOMES
      * THE MEMBER'S MTMREC01 RECORD ON ASOFOUT.
      *
      * ASOFOUT CARRIES THE SAME HEADER/TRAILER ENVELOPE AS A NIGHTLY
      * MASTER GENERATION - "H" WITH THE AS-OF DATE AS ITS RUN DATE,
      * "T" WITH THE DETAIL COUNT AND THE HASH TOTAL ON MEMBER ID -
      * SO THE IMAGE CAN BE PROVED BY MTMBAL AND READ BY ANYTHING
      * THAT READS A MASTER GENERATION.  THE LAST-MAINTENANCE DATE
      * IS THE NIGHT THAT WROTE THE VERSION; THE HISTORY DOES NOT
      * KEEP THE ACTION OR ORIGINATING BRANCH, SO THOSE ARE BLANK.
      *
      * ASOFRPT IS THE BALANCING SHEET: MEMBERS, ACTIVE, INACTIVE
      * AND AMOUNT TOTAL BY BRANCH, A COMPANY TOTAL CROSS-FOOTED
      * AGAINST THE RECORDS WRITTEN, AND A PROOF THAT EVERY MEMBER
      * ON THE HISTORY WAS WRITTEN OR LEFT OUT FOR A REASON.
      *
      * THE IMAGE IS ONLY AS GOOD AS THE HISTORY BEHIND IT: A DATE
      * EARLIER THAN THE MTMHPRG RETENTION CUTOFF FINDS ONLY EACH
      * MEMBER'S SURVIVING VERSIONS, AND A MEMBER DROPPED BEFORE
      * CLOSING VERSIONS WERE WRITTEN STILL SHOWS ITS LAST VERSION.
      *
      * THE DATE COMES IN ON AN ASOFPARM CARD:
      *     ASOFDATE=CCYYMMDD     THE AS-OF DATE, REQUIRED, A REAL
      *                           CALENDAR DATE NOT AFTER THE RUN DATE
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
           SELECT PARM-IN    ASSIGN TO ASOFPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS WS-ASOFPARM-STATUS.
           SELECT HIST-FILE  ASSIGN TO HISTVS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HST-HISTORY-KEY
                  FILE STATUS  IS WS-HISTVS-STATUS.
           SELECT ASOF-OUT   ASSIGN TO ASOFOUT
                  FILE STATUS  IS WS-ASOFOUT-STATUS.
           SELECT ASOF-RPT   ASSIGN TO ASOFRPT
                  FILE STATUS  IS WS-ASOFRPT-STATUS.
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
       FD  HIST-FILE.
       01  HIST-MSG.
           COPY MTMHST01.
      *
       FD  ASOF-OUT   RECORDING MODE F.
       01  ASOF-OUT-MSG.
           COPY MTMREC01.
       01  ASOF-OUT-HDR-MSG.
           05  HDR-RECORD-TYPE      PIC X(01).
           05  HDR-PROGRAM-ID       PIC X(08).
           05  HDR-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(63).
       01  ASOF-OUT-TRL-MSG.
           05  TRL-RECORD-TYPE      PIC X(01).
           05  TRL-RECORD-COUNT     PIC 9(09).
           05  TRL-HASH-TOTAL       PIC 9(15).
           05  FILLER               PIC X(55).
      *
       FD  ASOF-RPT   RECORDING MODE F.
       01  ASOF-RPT-LINE      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 PARM-EOF-SW       PIC X VALUE SPACE.
             88 PARM-EOF            VALUE "Y".
         05 HIST-EOF-SW       PIC X VALUE SPACE.
             88 HIST-EOF            VALUE "Y".
         05 ASOF-GIVEN-SW     PIC X VALUE SPACE.
             88 ASOF-GIVEN          VALUE "Y".
         05 VERSION-HELD-SW   PIC X VALUE SPACE.
             88 VERSION-HELD        VALUE "Y".
         05 ROW-FOUND-SW      PIC X VALUE SPACE.
             88 BRANCH-ROW-FOUND    VALUE "Y".
         05 DATE-VALID-SW     PIC X VALUE SPACE.
             88 DATE-VALID          VALUE "Y".
             88 DATE-INVALID        VALUE "N".
      *
       01  WS-FILE-STATUSES.
           05  WS-ASOFPARM-STATUS   PIC X(02) VALUE SPACES.
           05  WS-HISTVS-STATUS     PIC X(02) VALUE SPACES.
           05  WS-ASOFOUT-STATUS    PIC X(02) VALUE SPACES.
           05  WS-ASOFRPT-STATUS    PIC X(02) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-VERSIONS-READ     PIC 9(09) COMP VALUE ZERO.
           05  WS-VERSIONS-LATER    PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBERS-SEEN      PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBERS-WRITTEN   PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBERS-DROPPED   PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBERS-NOT-YET   PIC 9(09) COMP VALUE ZERO.
           05  WS-MEMBERS-ACCOUNTED PIC 9(09) COMP VALUE ZERO.
           05  WS-HASH-TOTAL        PIC 9(15) COMP VALUE ZERO.
           05  WS-AMOUNT-TOTAL      PIC 9(11)V99 COMP VALUE ZERO.
      *
       01  WS-ASOF-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *
      * THE MEMBER BEING WORKED AND THE LATEST OF ITS VERSIONS SO
      * FAR THAT IS EFFECTIVE ON OR BEFORE THE AS-OF DATE.
       01  WS-CURRENT-MEMBER-ID     PIC 9(09) VALUE ZERO.
       01  WS-HELD-VERSION.
           COPY MTMHST01.
      *
      * ONE ROW PER BRANCH, KEPT IN BRANCH ORDER AS ROWS ARE ADDED
      * SO THE SHEET PRINTS IN ORDER WITHOUT A SORT.
       01  WS-BRANCH-CONTROLS.
           05  WS-BRN-MAX           PIC 9(05) COMP VALUE 500.
           05  WS-BRN-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-BRN-IX            PIC 9(05) COMP VALUE ZERO.
           05  WS-BRN-INSERT-IX     PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-BRANCH-TABLE.
           05  WS-BRN-ROW OCCURS 500.
               10  WS-BRN-CODE      PIC X(04).
               10  WS-BRN-MEMBERS   PIC 9(09) COMP.
               10  WS-BRN-ACTIVE    PIC 9(09) COMP.
               10  WS-BRN-INACTIVE  PIC 9(09) COMP.
               10  WS-BRN-AMOUNT    PIC 9(11)V99 COMP.
      *
       01  WS-SHEET-TOTALS.
           05  WS-TOT-MEMBERS       PIC 9(09) COMP VALUE ZERO.
           05  WS-TOT-ACTIVE        PIC 9(09) COMP VALUE ZERO.
           05  WS-TOT-INACTIVE      PIC 9(09) COMP VALUE ZERO.
           05  WS-TOT-AMOUNT        PIC 9(11)V99 COMP VALUE ZERO.
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
           05  WS-EDIT-ASOF-DATE    PIC 9999/99/99.
           05  WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-ACTIVE       PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-INACTIVE     PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-COUNT-2      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-AMOUNT-2     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-HASH         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ASOF-PARMS.
           PERFORM WRITE-MASTER-HEADER.
           PERFORM READ-NEXT-VERSION UNTIL HIST-EOF.
           PERFORM FINISH-MEMBER.
           PERFORM WRITE-MASTER-TRAILER.
           PERFORM WRITE-BALANCING-SHEET.
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
       OPEN-FILES.
           OPEN INPUT PARM-IN.
           IF WS-ASOFPARM-STATUS NOT = "00"
               DISPLAY "MTMASOF001E ASOFPARM FAILED TO OPEN - FILE "
                   "STATUS " WS-ASOFPARM-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HISTVS-STATUS NOT = "00"
               DISPLAY "MTMASOF002E HISTVS FAILED TO OPEN - FILE "
                   "STATUS " WS-HISTVS-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT ASOF-OUT.
           IF WS-ASOFOUT-STATUS NOT = "00"
               DISPLAY "MTMASOF003E ASOFOUT FAILED TO OPEN - FILE "
                   "STATUS " WS-ASOFOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
           OPEN OUTPUT ASOF-RPT.
           IF WS-ASOFRPT-STATUS NOT = "00"
               DISPLAY "MTMASOF004E ASOFRPT FAILED TO OPEN - FILE "
                   "STATUS " WS-ASOFRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       LOAD-ASOF-PARMS.
           PERFORM UNTIL PARM-EOF
               READ PARM-IN
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-PARM-CARD
               END-READ
           END-PERFORM.
           CLOSE PARM-IN.
           IF NOT ASOF-GIVEN
               DISPLAY "MTMASOF005E ASOFDATE CARD IS REQUIRED"
               PERFORM ABEND-JOB
           END-IF.
           MOVE WS-ASOF-DATE TO WS-CHECK-CCYYMMDD.
           PERFORM VALIDATE-CALENDAR-DATE.
           IF DATE-INVALID
               DISPLAY "MTMASOF006E ASOFDATE " WS-ASOF-DATE
                   " IS NOT A CALENDAR DATE"
               PERFORM ABEND-JOB
           END-IF.
           IF WS-ASOF-DATE > WS-RUN-DATE
               DISPLAY "MTMASOF007E ASOFDATE " WS-ASOF-DATE
                   " IS AFTER THE RUN DATE " WS-RUN-DATE
               PERFORM ABEND-JOB
           END-IF.
           DISPLAY "MTMASOF008I REBUILDING THE MASTER AS OF "
               WS-ASOF-DATE.
      *
       APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PARM-DATE-CARD = SPACES
                   CONTINUE
               WHEN PARM-FLAG-BYTE = "*"
                   CONTINUE
               WHEN PARM-DT-KEYWORD = "ASOFDATE="
                    AND PARM-DT-VALUE NUMERIC
                   MOVE PARM-DT-DATE TO WS-ASOF-DATE
                   SET ASOF-GIVEN TO TRUE
               WHEN OTHER
                   DISPLAY "MTMASOF009E UNRECOGNIZED PARM CARD: "
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
       WRITE-MASTER-HEADER.
           MOVE SPACES TO ASOF-OUT-HDR-MSG.
           MOVE "H"          TO HDR-RECORD-TYPE.
           MOVE "MTMASOF"    TO HDR-PROGRAM-ID.
           MOVE WS-ASOF-DATE TO HDR-RUN-DATE.
           WRITE ASOF-OUT-HDR-MSG.
           PERFORM CHECK-ASOFOUT-WRITE.
      *
      * THE ALL-ZERO KEY IS THE PRIMING RECORD A REBUILT HISTORY
      * CLUSTER STARTS WITH, NOT A MEMBER, SHOULD ONE STILL BE THERE.
       READ-NEXT-VERSION.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   IF HST-HISTORY-KEY OF HIST-MSG NOT = ZEROS
                       ADD 1 TO WS-VERSIONS-READ
                       PERFORM TAKE-VERSION
                   END-IF
           END-READ.
           IF WS-HISTVS-STATUS NOT = "00"
              AND WS-HISTVS-STATUS NOT = "10"
               DISPLAY "MTMASOF010E HISTVS READ FAILED - FILE "
                   "STATUS " WS-HISTVS-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
      * VERSIONS COME OLDEST FIRST, SO THE LAST ONE HELD WHEN THE
      * MEMBER CHANGES IS THE LATEST ONE ON OR BEFORE THE DATE.
       TAKE-VERSION.
           IF WS-MEMBERS-SEEN = ZERO
              OR HST-MEMBER-ID OF HIST-MSG NOT = WS-CURRENT-MEMBER-ID
               PERFORM FINISH-MEMBER
               ADD 1 TO WS-MEMBERS-SEEN
               MOVE HST-MEMBER-ID OF HIST-MSG TO WS-CURRENT-MEMBER-ID
           END-IF.
           IF HST-EFFECTIVE-DATE OF HIST-MSG NOT > WS-ASOF-DATE
               MOVE HIST-MSG TO WS-HELD-VERSION
               SET VERSION-HELD TO TRUE
           ELSE
               ADD 1 TO WS-VERSIONS-LATER
           END-IF.
      *
       FINISH-MEMBER.
           IF WS-MEMBERS-SEEN > ZERO
               EVALUATE TRUE
                   WHEN NOT VERSION-HELD
                       ADD 1 TO WS-MEMBERS-NOT-YET
                   WHEN HST-CLOSING-VERSION OF WS-HELD-VERSION
                       ADD 1 TO WS-MEMBERS-DROPPED
                   WHEN OTHER
                       PERFORM WRITE-MEMBER-RECORD
               END-EVALUATE
           END-IF.
           MOVE SPACE TO VERSION-HELD-SW.
      *
       WRITE-MEMBER-RECORD.
           MOVE SPACES TO ASOF-OUT-MSG.
           MOVE HST-MEMBER-ID OF WS-HELD-VERSION
               TO MTM-MEMBER-ID.
           MOVE HST-MEMBER-NAME OF WS-HELD-VERSION
               TO MTM-MEMBER-NAME.
           MOVE HST-MEMBER-STATUS OF WS-HELD-VERSION
               TO MTM-MEMBER-STATUS.
           MOVE HST-EFFECTIVE-DATE OF WS-HELD-VERSION
               TO MTM-EFFECTIVE-DATE.
           MOVE HST-TRANS-AMOUNT OF WS-HELD-VERSION
               TO MTM-TRANS-AMOUNT.
           MOVE HST-BRANCH-CODE OF WS-HELD-VERSION
               TO MTM-BRANCH-CODE.
           MOVE HST-RUN-DATE OF WS-HELD-VERSION
               TO MTM-LAST-MAINT-DATE.
           WRITE ASOF-OUT-MSG.
           PERFORM CHECK-ASOFOUT-WRITE.
           ADD 1 TO WS-MEMBERS-WRITTEN.
           ADD MTM-MEMBER-ID TO WS-HASH-TOTAL.
           ADD MTM-TRANS-AMOUNT TO WS-AMOUNT-TOTAL.
           PERFORM FIND-BRANCH-ROW.
           ADD 1 TO WS-BRN-MEMBERS (WS-BRN-IX).
           IF MTM-STATUS-INACTIVE
               ADD 1 TO WS-BRN-INACTIVE (WS-BRN-IX)
           ELSE
               ADD 1 TO WS-BRN-ACTIVE (WS-BRN-IX)
           END-IF.
           ADD MTM-TRANS-AMOUNT TO WS-BRN-AMOUNT (WS-BRN-IX).
      *
      * FIND THE MEMBER'S BRANCH ROW, OR OPEN ONE IN BRANCH ORDER BY
      * SLIDING THE HIGHER ROWS UP ONE.
       FIND-BRANCH-ROW.
           MOVE SPACE TO ROW-FOUND-SW.
           MOVE ZERO  TO WS-BRN-IX.
           MOVE ZERO  TO WS-BRN-INSERT-IX.
           PERFORM UNTIL BRANCH-ROW-FOUND
                      OR WS-BRN-INSERT-IX > ZERO
                      OR WS-BRN-IX >= WS-BRN-COUNT
               ADD 1 TO WS-BRN-IX
               EVALUATE TRUE
                   WHEN WS-BRN-CODE (WS-BRN-IX) = MTM-BRANCH-CODE
                       SET BRANCH-ROW-FOUND TO TRUE
                   WHEN WS-BRN-CODE (WS-BRN-IX) > MTM-BRANCH-CODE
                       MOVE WS-BRN-IX TO WS-BRN-INSERT-IX
               END-EVALUATE
           END-PERFORM.
           IF NOT BRANCH-ROW-FOUND
               IF WS-BRN-COUNT >= WS-BRN-MAX
                   DISPLAY "MTMASOF011E MORE THAN " WS-BRN-MAX
                       " BRANCHES ON THE IMAGE - INCREASE THE TABLE "
                       "AND RERUN"
                   PERFORM ABEND-JOB
               END-IF
               IF WS-BRN-INSERT-IX = ZERO
                   COMPUTE WS-BRN-INSERT-IX = WS-BRN-COUNT + 1
               END-IF
               ADD 1 TO WS-BRN-COUNT
               PERFORM SLIDE-BRANCH-ROW
                   VARYING WS-BRN-IX FROM WS-BRN-COUNT BY -1
                   UNTIL WS-BRN-IX <= WS-BRN-INSERT-IX
               MOVE WS-BRN-INSERT-IX TO WS-BRN-IX
               MOVE MTM-BRANCH-CODE TO WS-BRN-CODE (WS-BRN-IX)
               MOVE ZERO TO WS-BRN-MEMBERS (WS-BRN-IX)
                            WS-BRN-ACTIVE (WS-BRN-IX)
                            WS-BRN-INACTIVE (WS-BRN-IX)
                            WS-BRN-AMOUNT (WS-BRN-IX)
           END-IF.
      *
       SLIDE-BRANCH-ROW.
           MOVE WS-BRN-ROW (WS-BRN-IX - 1) TO WS-BRN-ROW (WS-BRN-IX).
      *
       WRITE-MASTER-TRAILER.
           MOVE SPACES TO ASOF-OUT-TRL-MSG.
           MOVE "T"                TO TRL-RECORD-TYPE.
           MOVE WS-MEMBERS-WRITTEN TO TRL-RECORD-COUNT.
           MOVE WS-HASH-TOTAL      TO TRL-HASH-TOTAL.
           WRITE ASOF-OUT-TRL-MSG.
           PERFORM CHECK-ASOFOUT-WRITE.
      *
       CHECK-ASOFOUT-WRITE.
           IF WS-ASOFOUT-STATUS NOT = "00"
               DISPLAY "MTMASOF012E ASOFOUT WRITE FAILED - FILE "
                   "STATUS " WS-ASOFOUT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       WRITE-BALANCING-SHEET.
           MOVE WS-RUN-DATE  TO WS-EDIT-RUN-DATE.
           MOVE WS-ASOF-DATE TO WS-EDIT-ASOF-DATE.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING "MTMASOF MASTER AS OF " WS-EDIT-ASOF-DATE
               " - RUN DATE " WS-EDIT-RUN-DATE
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING "BRANCH      MEMBERS       ACTIVE     INACTIVE"
               "       AMOUNT TOTAL"
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-BRANCH-LINE
               VARYING WS-BRN-IX FROM 1 BY 1
               UNTIL WS-BRN-IX > WS-BRN-COUNT.
           MOVE WS-TOT-MEMBERS  TO WS-EDIT-COUNT.
           MOVE WS-TOT-ACTIVE   TO WS-EDIT-ACTIVE.
           MOVE WS-TOT-INACTIVE TO WS-EDIT-INACTIVE.
           MOVE WS-TOT-AMOUNT   TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING "TOTAL  " WS-EDIT-COUNT "  " WS-EDIT-ACTIVE
               "  " WS-EDIT-INACTIVE "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-SHEET-PROOFS.
      *
       WRITE-BRANCH-LINE.
           ADD WS-BRN-MEMBERS (WS-BRN-IX)  TO WS-TOT-MEMBERS.
           ADD WS-BRN-ACTIVE (WS-BRN-IX)   TO WS-TOT-ACTIVE.
           ADD WS-BRN-INACTIVE (WS-BRN-IX) TO WS-TOT-INACTIVE.
           ADD WS-BRN-AMOUNT (WS-BRN-IX)   TO WS-TOT-AMOUNT.
           MOVE WS-BRN-MEMBERS (WS-BRN-IX)  TO WS-EDIT-COUNT.
           MOVE WS-BRN-ACTIVE (WS-BRN-IX)   TO WS-EDIT-ACTIVE.
           MOVE WS-BRN-INACTIVE (WS-BRN-IX) TO WS-EDIT-INACTIVE.
           MOVE WS-BRN-AMOUNT (WS-BRN-IX)   TO WS-EDIT-AMOUNT.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING WS-BRN-CODE (WS-BRN-IX) "   " WS-EDIT-COUNT
               "  " WS-EDIT-ACTIVE "  " WS-EDIT-INACTIVE
               "  " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * THE BRANCH ROWS ARE CROSS-FOOTED AGAINST THE RUNNING TOTALS
      * KEPT AS EACH RECORD WAS WRITTEN, AND EVERY MEMBER ON THE
      * HISTORY MUST BE WRITTEN, DROPPED BY THE DATE, OR NOT YET ON
      * FILE BY IT.  A DIFFERENCE ENDS RC=8.
       WRITE-SHEET-PROOFS.
           MOVE SPACES TO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MEMBERS-WRITTEN TO WS-EDIT-COUNT.
           MOVE WS-TOT-MEMBERS     TO WS-EDIT-COUNT-2.
           MOVE SPACES TO ASOF-RPT-LINE.
           IF WS-MEMBERS-WRITTEN = WS-TOT-MEMBERS
              AND WS-TOT-MEMBERS = WS-TOT-ACTIVE + WS-TOT-INACTIVE
               STRING "RECORDS WRITTEN " WS-EDIT-COUNT
                   "   BRANCH MEMBERS " WS-EDIT-COUNT-2
                   "   AGREE"
                   DELIMITED BY SIZE INTO ASOF-RPT-LINE
           ELSE
               STRING "RECORDS WRITTEN " WS-EDIT-COUNT
                   "   BRANCH MEMBERS " WS-EDIT-COUNT-2
                   "   *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO ASOF-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-AMOUNT-TOTAL TO WS-EDIT-AMOUNT.
           MOVE WS-TOT-AMOUNT   TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO ASOF-RPT-LINE.
           IF WS-AMOUNT-TOTAL = WS-TOT-AMOUNT
               STRING "AMOUNT WRITTEN " WS-EDIT-AMOUNT
                   "   BRANCH AMOUNTS " WS-EDIT-AMOUNT-2
                   "   AGREE"
                   DELIMITED BY SIZE INTO ASOF-RPT-LINE
           ELSE
               STRING "AMOUNT WRITTEN " WS-EDIT-AMOUNT
                   "   BRANCH AMOUNTS " WS-EDIT-AMOUNT-2
                   "   *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO ASOF-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-MEMBERS-ACCOUNTED = WS-MEMBERS-WRITTEN
               + WS-MEMBERS-DROPPED + WS-MEMBERS-NOT-YET.
           MOVE SPACES TO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MEMBERS-SEEN TO WS-EDIT-COUNT.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING "MEMBERS ON HISTORY......... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MEMBERS-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING "  ON THE MASTER AS OF DATE. " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MEMBERS-DROPPED TO WS-EDIT-COUNT.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING "  DROPPED BY THE DATE...... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MEMBERS-NOT-YET TO WS-EDIT-COUNT.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING "  NOT YET ON FILE BY IT.... " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MEMBERS-SEEN      TO WS-EDIT-COUNT.
           MOVE WS-MEMBERS-ACCOUNTED TO WS-EDIT-COUNT-2.
           MOVE SPACES TO ASOF-RPT-LINE.
           IF WS-MEMBERS-SEEN = WS-MEMBERS-ACCOUNTED
               STRING "MEMBERS ON HISTORY " WS-EDIT-COUNT
                   "   ACCOUNTED FOR " WS-EDIT-COUNT-2
                   "   AGREE"
                   DELIMITED BY SIZE INTO ASOF-RPT-LINE
           ELSE
               STRING "MEMBERS ON HISTORY " WS-EDIT-COUNT
                   "   ACCOUNTED FOR " WS-EDIT-COUNT-2
                   "   *** DO NOT AGREE ***"
                   DELIMITED BY SIZE INTO ASOF-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HASH-TOTAL TO WS-EDIT-HASH.
           MOVE SPACES TO ASOF-RPT-LINE.
           STRING "TRAILER HASH TOTAL ON MEMBER ID " WS-EDIT-HASH
               DELIMITED BY SIZE INTO ASOF-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE ASOF-RPT-LINE.
           IF WS-ASOFRPT-STATUS NOT = "00"
               DISPLAY "MTMASOF013E ASOFRPT WRITE FAILED - FILE "
                   "STATUS " WS-ASOFRPT-STATUS
               PERFORM ABEND-JOB
           END-IF.
      *
       CLOSE-FILES.
           CLOSE HIST-FILE ASOF-OUT ASOF-RPT.
           DISPLAY "MTMASOF014I VERSIONS READ...: " WS-VERSIONS-READ.
           DISPLAY "MTMASOF015I AFTER THE DATE..: " WS-VERSIONS-LATER.
           DISPLAY "MTMASOF016I MEMBERS WRITTEN.: "
               WS-MEMBERS-WRITTEN.
           DISPLAY "MTMASOF017I MEMBERS DROPPED.: "
               WS-MEMBERS-DROPPED.
           DISPLAY "MTMASOF018I NOT YET ON FILE.: "
               WS-MEMBERS-NOT-YET.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
           CLOSE PARM-IN HIST-FILE ASOF-OUT ASOF-RPT.
           STOP RUN.
