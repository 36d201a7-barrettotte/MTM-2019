      * AN ADDED OR CHANGED MEMBER WRITES THAT DATE'S VERSION, A
      * SECOND IMAGE FOR THE SAME MEMBER AND EFFECTIVE DATE REPLACES
      * THE ONE ON FILE, AND A DROPPED MEMBER LEAVES ITS VERSIONS IN
      * PLACE AND GETS A CLOSING VERSION DATED ON THE CYCLE THAT
      * DROPPED IT.  THE KSDS MUST BE FRESHLY DEFINED EMPTY BEFORE
      * THE REPLAY (THE JCL DOES THE DELETE/DEFINE).
      *
      * THE REBUILT VERSIONS ARE STAMPED WITH THE DELTA'S CYCLE DATE
      * IN HST-RUN-DATE, AS MTMHIST STAMPED THEM.  A DELTA CUT BEFORE
      * THE CYCLE DATE WAS CARRIED DOES NOT SAY WHICH NIGHT CUT IT:
      * ITS VERSIONS ARE STAMPED WITH THIS RUN'S DATE INSTEAD - THE
      * EFFECTIVE DATES, WHICH ARE WHAT THE INQUIRIES BROWSE ON, COME
      * BACK EXACTLY AS THEY WERE - AND ITS DROPS CANNOT BE DATED, SO
      * THEY GET NO CLOSING VERSION AND ARE COUNTED AS UNDATED.
      *
      * A KSDS THAT HAS NEVER BEEN LOADED CANNOT BE OPENED I-O
      * (FILE STATUS 35), SO THE JCL PRIMES THE FRESHLY DEFINED
      *   - THE ALL-ZERO PRIMING RECORD THE JCL LOADS INTO THE
      *     FRESH CLUSTER IS NOW DELETED AT OPEN, SO THE REPLAY
      *     STARTS FROM A TRULY EMPTY FILE.
      *   - DROPPED MEMBERS NOW GET A CLOSING VERSION AND VERSIONS
      *     CARRY THE DELTA'S CYCLE DATE, THE SAME RULES AS MTMHIST.
      *
      *--------------------
       ENVIRONMENT DIVISION.
           05  WS-DELTAS-READ       PIC 9(09) COMP VALUE ZERO.
           05  WS-VERSIONS-ADDED    PIC 9(09) COMP VALUE ZERO.
           05  WS-VERSIONS-REPLACED PIC 9(09) COMP VALUE ZERO.
           05  WS-CLOSINGS-WRITTEN  PIC 9(09) COMP VALUE ZERO.
           05  WS-DROPS-UNDATED     PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE            PIC 9(08) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
                       WHEN DLT-MEMBER-CHANGED
                           PERFORM WRITE-HISTORY-VERSION
                       WHEN DLT-MEMBER-DROPPED
                           IF DLT-CYCLE-DATE IS NUMERIC
                              AND DLT-CYCLE-DATE > ZERO
                               PERFORM WRITE-HISTORY-VERSION
                           ELSE
                               ADD 1 TO WS-DROPS-UNDATED
                           END-IF
                       WHEN OTHER
                           DISPLAY "MTMHLOD003E BAD CHANGE CODE "
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
                   DISPLAY "MTMHLOD005E HISTVS WRITE FAILED FOR "
                       "MEMBER " DLT-MEMBER-ID
           END-EVALUATE.
      *
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
           DISPLAY "MTMHLOD008I VERSIONS REPLCD.: "
               WS-VERSIONS-REPLACED.
           DISPLAY "MTMHLOD009I CLOSINGS WRITTEN: "
               WS-CLOSINGS-WRITTEN.
           DISPLAY "MTMHLOD010I DROPS UNDATED...: "
               WS-DROPS-UNDATED.
      *
       ABEND-JOB.
           MOVE 16 TO RETURN-CODE.
