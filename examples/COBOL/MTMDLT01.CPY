      *   CHANGE CODE "D" - MEMBER DROPPED (OLD MASTER'S IMAGE)
      *   CHANGE CODE "C" - MEMBER CHANGED (NEW MASTER'S IMAGE)
      *
      * DLT-CYCLE-DATE IS THE CYCLE THE DELTA BELONGS TO - THE RUN
      * DATE ON THE NEW MASTER GENERATION'S HEADER - SO A DROP CAN
      * BE DATED AND A REPLAY KNOWS WHICH NIGHT CUT EACH RECORD.
      * DELTAS CUT BEFORE THE DATE WAS CARRIED HAVE SPACES THERE, SO
      * CLASS-TEST IT BEFORE USE.
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  DLT-OUT-MSG.
      *         COPY MTMDLT01.
           05  DLT-EFFECTIVE-DATE       PIC 9(08).
           05  DLT-TRANS-AMOUNT         PIC 9(07)V99.
           05  DLT-BRANCH-CODE          PIC X(04).
           05  DLT-CYCLE-DATE           PIC 9(08).
           05  FILLER                   PIC X(10).
