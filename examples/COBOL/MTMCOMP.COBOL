      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - EVERY DELTA RECORD NOW CARRIES THE CYCLE DATE FROM THE NEW
      *     MASTER'S HEADER (DLT-CYCLE-DATE), SO THE HISTORY LOAD CAN
      *     DATE A DROPPED MEMBER'S CLOSING VERSION.
      *
      *--------------------
       ENVIRONMENT DIVISION.
       01  MAST-NEW-TYPE-REC.
           05  NEW-RECORD-TYPE      PIC X(01).
           05  FILLER               PIC X(79).
       01  MAST-NEW-HDR-MSG.
           05  FILLER               PIC X(01).
           05  NHDR-PROGRAM-ID      PIC X(08).
           05  NHDR-RUN-DATE        PIC 9(08).
           05  FILLER               PIC X(63).
      *
       FD  MAST-OLD   RECORDING MODE F.
       01  MAST-OLD-MSG.
           05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 55.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DATE            PIC 9(08) VALUE ZERO.
      *
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-RUN-DATE     PIC 9999/99/99.
      *------------------
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM READ-NEW-MASTER.
                       SET NEW-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-NEW-KEY
                   NOT AT END
                       IF NEW-RECORD-TYPE = "H"
                          AND NHDR-RUN-DATE IS NUMERIC
                           MOVE NHDR-RUN-DATE TO WS-CYCLE-DATE
                       END-IF
                       IF NEW-RECORD-TYPE NOT = "H"
                          AND NEW-RECORD-TYPE NOT = "T"
                           SET NEW-DETAIL-FOUND TO TRUE
           MOVE MTM-BRANCH-CODE OF MAST-NEW-MSG    TO DLT-BRANCH-CODE.
      *
       WRITE-DELTA-RECORD.
           MOVE WS-CYCLE-DATE TO DLT-CYCLE-DATE.
           WRITE DLT-OUT-MSG.
           IF WS-DLTOUT-STATUS NOT = "00"
               DISPLAY "MTMCOMP005E DLTOUT WRITE FAILED - FILE "
