      *   - A CORRECTION CARD CAN NOW ALSO SUPPLY THE ADJUSTMENT SIGN
      *     BYTE, SO A REJECTED "P" POSTING WITH THE SIGN KEYED WRONG
      *     CAN BE REPAIRED INSTEAD OF REKEYED AT THE BRANCH.
      *   - A CARD THAT WOULD MAKE A REJECT A "T" TRANSFER OR AN "I"
      *     INACTIVATION, OR THAT MATCHES A REJECTED "T" OR "I", IS
      *     REFUSED AND THE REJECT CARRIES FORWARD AS IT IS.  THOSE
      *     ACTIONS COME ONLY FROM THE MTMXFER AND MTMDORM JOBS, AND
      *     A REJECTED ONE IS RECUT THERE, NOT REPAIRED HERE.  A
      *     REPAIRED REJECT ALSO GOES OUT WITH TRN-SUPERVISOR-AREA
      *     BLANKED, SO A REPAIRED POSTING FACES THE POSTING LIMIT
      *     AGAIN.
      *
      *--------------------
       ENVIRONMENT DIVISION.
             88 CORR-EOF            VALUE "Y".
         05 CORR-FOUND-SW     PIC X VALUE SPACE.
             88 CORR-FOUND          VALUE "Y".
         05 CORR-REFUSED-SW   PIC X VALUE SPACE.
             88 CORR-REFUSED        VALUE "Y".
      *
       01  WS-FILE-STATUSES.
           05  WS-REJIN-STATUS      PIC X(02) VALUE SPACES.
           05  WS-REJECTS-READ      PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTS-CORRECTED PIC 9(09) COMP VALUE ZERO.
           05  WS-REJECTS-CARRIED   PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-REFUSED     PIC 9(09) COMP VALUE ZERO.
           05  WS-CARDS-LOADED      PIC 9(05) COMP VALUE ZERO.
           05  WS-CARDS-UNUSED      PIC 9(05) COMP VALUE ZERO.
      *
           05  WS-CORR-ENTRY OCCURS 1000.
               10  WS-CORR-CARD     PIC X(80).
               10  WS-CORR-USED-SW  PIC X(01).
                   88  WS-CORR-USED     VALUE "Y" "R".
                   88  WS-CORR-REFUSED  VALUE "R".
      *
       01  WS-CORR-REC.
           COPY MTMTRN01.
           05  WS-EDIT-READ         PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-CORRECTED    PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-CARRIED      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-REFUSED      PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-LOADED       PIC ZZZ,ZZ9.
           05  WS-EDIT-UNUSED       PIC ZZZ,ZZ9.
      *------------------
       REPAIR-REJECT.
           PERFORM FIND-CORRECTION-CARD.
           IF CORR-FOUND
               PERFORM CHECK-CORRECTION-ACTION
           END-IF.
           IF CORR-FOUND AND NOT CORR-REFUSED
               PERFORM APPLY-CORRECTION
               MOVE WS-WORK-REC TO COR-OUT-MSG
               WRITE COR-OUT-MSG
               END-IF
           END-PERFORM.
      *
      * TRANSFERS AND INACTIVATIONS ARE CUT ONLY BY MTMXFER AND
      * MTMDORM, UNDER THEIR OWN CONTROLS, SO A CARD MAY NEITHER TURN
      * A REJECT INTO ONE NOR REWORK ONE THAT WAS REJECTED.  THE CARD
      * IS LISTED AND THE REJECT CARRIES FORWARD UNCHANGED.
       CHECK-CORRECTION-ACTION.
           MOVE SPACE TO CORR-REFUSED-SW.
           IF TRN-ACTION-CODE OF WS-CORR-REC = "T" OR "I"
              OR TRN-ACTION-CODE OF REJ-IN-MSG = "T" OR "I"
               SET CORR-REFUSED TO TRUE
               MOVE "R" TO WS-CORR-USED-SW (WS-CORR-IX)
               ADD 1 TO WS-CARDS-REFUSED
               DISPLAY "MTMFIX015W CARD FOR MEMBER "
                   TRN-MEMBER-ID OF WS-CORR-REC " REFUSED - REJECT "
                   "ACTION " TRN-ACTION-CODE OF REJ-IN-MSG
                   ", CARD ACTION " TRN-ACTION-CODE OF WS-CORR-REC
           END-IF.
      *
      * ONLY THE FIELDS THE CARD ACTUALLY SUPPLIES ARE REPLACED; THE
      * NUMERIC FIELDS USE A CLASS TEST SO A CARD PUNCHED WITH SPACES
      * THERE LEAVES THE REJECT'S OWN VALUE IN PLACE.
       APPLY-CORRECTION.
           MOVE REJ-IN-MSG TO WS-WORK-REC.
           MOVE SPACES TO TRN-SUPERVISOR-AREA OF WS-WORK-REC.
           IF TRN-MEMBER-NAME OF WS-CORR-REC NOT = SPACES
               MOVE TRN-MEMBER-NAME OF WS-CORR-REC
                   TO TRN-MEMBER-NAME OF WS-WORK-REC
               DELIMITED BY SIZE INTO FIX-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LIST-UNUSED-CARDS.
           PERFORM LIST-REFUSED-CARDS.
      *
      * A CORRECTION CARD THAT MATCHED NO REJECT USUALLY MEANS THE
      * MEMBER ID WAS KEYED WRONG ON THE CARD, SO EACH ONE IS LISTED
           STRING "CARDS UNMATCHED.: " WS-EDIT-UNUSED
               DELIMITED BY SIZE INTO FIX-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
      * A REFUSED CARD TRIED TO MAKE OR REWORK A TRANSFER OR AN
      * INACTIVATION; ITS REJECT HAS CARRIED FORWARD UNCHANGED.
       LIST-REFUSED-CARDS.
           MOVE ZERO TO WS-CORR-IX.
           PERFORM UNTIL WS-CORR-IX >= WS-CARDS-LOADED
               ADD 1 TO WS-CORR-IX
               IF WS-CORR-REFUSED (WS-CORR-IX)
                   MOVE WS-CORR-CARD (WS-CORR-IX) TO WS-CORR-REC
                   MOVE SPACES TO FIX-RPT-LINE
                   STRING "CARD FOR MEMBER "
                       TRN-MEMBER-ID OF WS-CORR-REC
                       " REFUSED - TRANSFERS AND INACTIVATIONS ARE "
                       "RECUT BY MTMXFER/MTMDORM, NOT REPAIRED"
                       DELIMITED BY SIZE INTO FIX-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-CARDS-REFUSED TO WS-EDIT-REFUSED.
           MOVE SPACES TO FIX-RPT-LINE.
           STRING "CARDS REFUSED...: " WS-EDIT-REFUSED
               DELIMITED BY SIZE INTO FIX-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-REPORT-LINE.
           WRITE FIX-RPT-LINE.
               WS-REJECTS-CORRECTED.
           DISPLAY "MTMFIX013I CARRIED FORWARD: " WS-REJECTS-CARRIED.
           DISPLAY "MTMFIX014I CARDS UNMATCHED: " WS-CARDS-UNUSED.
           DISPLAY "MTMFIX016I CARDS REFUSED..: " WS-CARDS-REFUSED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
