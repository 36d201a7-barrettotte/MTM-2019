      * SAME MEMBER AND EFFECTIVE DATE REPLACES THE ONE ON FILE.
      * DROPPED MEMBERS LEAVE THEIR EXISTING VERSIONS IN PLACE, SO A
      * BRANCH DISPUTE ABOUT WHEN A STATUS FLIPPED CAN STILL BE
      * ANSWERED AFTER THE MEMBER LEAVES THE MASTER, AND GET ONE
      * CLOSING VERSION MORE: THE LAST IMAGE, EFFECTIVE ON THE CYCLE
      * DATE THAT DROPPED THEM, FLAGGED HST-CLOSING-VERSION, SO THE
      * HISTORY SAYS WHEN THE MEMBER LEFT AS WELL AS WHAT IT WAS.
      * HST-RUN-DATE IS THE DELTA'S CYCLE DATE, NOT THE CLOCK, SO A
      * STREAM THAT CROSSES MIDNIGHT STILL STAMPS THE NIGHT'S
      * VERSIONS WITH THE NIGHT THEY BELONG TO.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - A DROPPED MEMBER NOW GETS A CLOSING VERSION (HST-VERSION-
      *     TYPE "D") DATED ON THE CYCLE THAT DROPPED IT, AND THE
      *     VERSIONS ARE STAMPED WITH THE DELTA'S CYCLE DATE, SO THE
      *     MTMASOF AS-OF REBUILD LEAVES DROPPED MEMBERS OUT.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-DELTAS-READ       PIC 9(09) COMP VALUE ZERO.
           05  WS-VERSIONS-ADDED    PIC 9(09) COMP VALUE ZERO.
           05  WS-VERSIONS-REPLACED PIC 9(09) COMP VALUE ZERO.
           05  WS-CLOSINGS-WRITTEN  PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE            PIC 9(08) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
                       WHEN DLT-MEMBER-CHANGED
                           PERFORM WRITE-HISTORY-VERSION
                       WHEN DLT-MEMBER-DROPPED
                           PERFORM WRITE-HISTORY-VERSION
                       WHEN OTHER
                           DISPLAY "MTMHIST003E BAD CHANGE CODE "
                               DLT-CHANGE-CODE " FOR MEMBER "
           WRITE HIST-MSG.
           EVALUATE TRUE
               WHEN WS-HISTVS-STATUS = "00"
                   IF DLT-MEMBER-DROPPED
                       ADD 1 TO WS-CLOSINGS-WRITTEN
                   ELSE
                       ADD 1 TO WS-VERSIONS-ADDED
                   END-IF
               WHEN WS-HISTVS-STATUS = "22"
                   PERFORM BUILD-HISTORY-RECORD
                   REWRITE HIST-MSG
                           " - FILE STATUS " WS-HISTVS-STATUS
                       PERFORM ABEND-JOB
                   END-IF
                   IF DLT-MEMBER-DROPPED
                       ADD 1 TO WS-CLOSINGS-WRITTEN
                   ELSE
                       ADD 1 TO WS-VERSIONS-REPLACED
                   END-IF
               WHEN OTHER
                   DISPLAY "MTMHIST005E HISTVS WRITE FAILED FOR "
                       "MEMBER " DLT-MEMBER-ID
                   PERFORM ABEND-JOB
           END-EVALUATE.
      *
      * A DELTA CUT BEFORE THE CYCLE DATE WAS CARRIED FALLS BACK ON
      * THE RUN DATE.  A CLOSING VERSION IS EFFECTIVE ON THE CYCLE
      * THAT DROPPED THE MEMBER; IF THAT DATE ALREADY HOLDS A
      * VERSION, THE CLOSING ONE REPLACES IT LIKE ANY LATER IMAGE.
       BUILD-HISTORY-RECORD.
           IF DLT-CYCLE-DATE IS NUMERIC
              AND DLT-CYCLE-DATE > ZERO
               MOVE DLT-CYCLE-DATE TO WS-CYCLE-DATE
           ELSE
               MOVE WS-RUN-DATE    TO WS-CYCLE-DATE
           END-IF.
           MOVE SPACES             TO HIST-MSG.
           MOVE DLT-MEMBER-ID      TO HST-MEMBER-ID.
           MOVE DLT-EFFECTIVE-DATE TO HST-EFFECTIVE-DATE.
           MOVE DLT-MEMBER-STATUS  TO HST-MEMBER-STATUS.
           MOVE DLT-TRANS-AMOUNT   TO HST-TRANS-AMOUNT.
           MOVE DLT-BRANCH-CODE    TO HST-BRANCH-CODE.
           MOVE WS-CYCLE-DATE      TO HST-RUN-DATE.
           IF DLT-MEMBER-DROPPED
               MOVE WS-CYCLE-DATE  TO HST-EFFECTIVE-DATE
               SET HST-CLOSING-VERSION TO TRUE
           END-IF.
      *
       CLOSE-FILES.
           CLOSE DLT-IN HIST-FILE.
               WS-VERSIONS-ADDED.
           DISPLAY "MTMHIST008I VERSIONS REPLCD.: "
               WS-VERSIONS-REPLACED.
           DISPLAY "MTMHIST009I CLOSINGS WRITTEN: "
               WS-CLOSINGS-WRITTEN.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
