      *================================================================
      * MTMSTA01
      *
      * COMMON 120-BYTE RUN STATISTICS RECORD LAYOUT
      *
      * ONE RECORD PER CYCLE DATE PER STEP ON THE RUN STATISTICS KSDS
      * (PROD.MTM.RUNSTATS.VSAM), KEYED ON CYCLE DATE, STEP (THE
      * PROGRAM NAME), AND FEED, SO A NIGHT'S RECORDS COME BACK
      * TOGETHER AND THE NIGHTS COME BACK IN DATE ORDER.  MTMFVER,
      * ZCOBOL, MTMBAL AND MTMACK EACH WRITE THEIR OWN STEP RECORD
      * (STA-FEED-NAME BLANK) AT THE END OF A RUN THAT GOT THAT FAR;
      * MTMFVER ALSO WRITES ONE RECORD PER BRANCH FEED (STA-FEED-NAME
      * "RECIN1"/"RECIN2") CARRYING THAT FEED'S DETAIL COUNT, WHICH
      * IS WHAT THE MTMVOLC VOLUME CHECK JUDGES.  A RERUN OF A STEP
      * ON THE SAME CYCLE DATE REPLACES THAT STEP'S RECORDS.
      *
      * STA-CYCLE-DATE IS THE STEP'S RUN DATE.  THE TIMES ARE THE
      * HHMMSSTT TIME-OF-DAY VALUES AT THE START AND END OF THE STEP
      * (AN END TIME BELOW THE START TIME MEANS THE STEP RAN PAST
      * MIDNIGHT).  THE COUNTS A STEP HAS NO USE FOR ARE ZERO:
      *
      *   MTMFVER - READ = BRANCH FEED DETAILS ON FILE
      *   ZCOBOL  - READ = TRANSACTIONS PROCESSED, APPLIED = ADDS,
      *             CHANGES, DELETES, POSTINGS, TRANSFERS AND
      *             INACTIVATIONS APPLIED, PLUS REJECTED, SUPERSEDED,
      *             POSTED, AND THE POSTING REGISTER'S AMOUNTS
      *   MTMBAL  - READ = MASTER DETAIL RECORDS PROVED
      *   MTMACK  - READ = DISPOSITIONS READ, APPLIED/REJECTED/
      *             SUPERSEDED/POSTED AS ACKNOWLEDGED TO THE BRANCHES
      *
      * THE KSDS IS PRIMED WITH ONE ALL-ZERO DUMMY RECORD WHEN IT IS
      * DEFINED (SEE MTMSTAD.JCL); EVERY READER STEPS OVER A ZERO
      * CYCLE DATE.
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  STA-REC.
      *         COPY MTMSTA01.
      *================================================================
           05  STA-STATS-KEY.
               10  STA-CYCLE-DATE       PIC 9(08).
               10  STA-STEP-NAME        PIC X(08).
               10  STA-FEED-NAME        PIC X(08).
           05  STA-START-TIME           PIC 9(08).
           05  STA-END-TIME             PIC 9(08).
           05  STA-RETURN-CODE          PIC 9(04).
           05  STA-RECORDS-READ         PIC 9(09).
           05  STA-RECORDS-APPLIED      PIC 9(09).
           05  STA-RECORDS-REJECTED     PIC 9(09).
           05  STA-RECORDS-SUPERSEDED   PIC 9(09).
           05  STA-RECORDS-POSTED       PIC 9(09).
           05  STA-AMOUNT-ADDED         PIC 9(11)V99.
           05  STA-AMOUNT-SUBTRACTED    PIC 9(11)V99.
           05  FILLER                   PIC X(05).
