      * A MEMBER'S FIRST VERSION ON FILE COUNTS AS AN ADD AND MOVES
      * THE NET AMOUNT BY THE FULL AMOUNT; EVERY LATER VERSION
      * COUNTS AS A CHANGE AND MOVES THE NET AMOUNT BY THE
      * DIFFERENCE FROM THE VERSION BEFORE IT; A CLOSING VERSION
      * (THE MEMBER DROPPED FROM THE MASTER) COUNTS AS A DROP AND
      * MOVES THE NET AMOUNT BY MINUS THE AMOUNT IT LEFT WITH, AND A
      * VERSION AFTER A CLOSING ONE IS THE MEMBER COMING BACK - AN
      * ADD AGAIN.  THE PRINTED REPORT (TRDRPT) IS A TWELVE-MONTH
      * TREND PAGE PER BRANCH - ADDS, CHANGES, DROPS, NET AMOUNT
      * MOVEMENT PER MONTH, OLDEST MONTH FIRST - PLUS A COMPANY
      * ROLLUP PAGE, SO THE MONTHLY MANAGEMENT PACK STOPS BEING
      * BUILT BY HAND FROM SAVED MTMBRPT PAGES.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - MTMHIST NOW WRITES A CLOSING VERSION WHEN A MEMBER IS
      *     DROPPED, SO DROPS ARE COUNTED HERE IN THEIR OWN COLUMN
      *     AND TAKE THE MEMBER'S AMOUNT OUT OF THE NET MOVEMENT.
      *
      *--------------------
       ENVIRONMENT DIVISION.
               10  WS-TRD-MONTH OCCURS 12.
                   15  WS-TRD-ADDS     PIC 9(05) COMP.
                   15  WS-TRD-CHANGES  PIC 9(05) COMP.
                   15  WS-TRD-DROPS    PIC 9(05) COMP.
                   15  WS-TRD-NET      PIC S9(09)V99 COMP.
      *
       01  WS-COMPANY-TABLE.
           05  WS-CMP-MONTH OCCURS 12.
               10  WS-CMP-ADDS      PIC 9(05) COMP.
               10  WS-CMP-CHANGES   PIC 9(05) COMP.
               10  WS-CMP-DROPS     PIC 9(05) COMP.
               10  WS-CMP-NET       PIC S9(11)V99 COMP.
      *
       01  WS-MONTH-LABELS.
           05  WS-PRIOR-AMOUNT      PIC 9(07)V99 VALUE ZERO.
           05  WS-FIRST-VERSION-SW  PIC X(01) VALUE SPACE.
               88  WS-FIRST-VERSION     VALUE "Y".
           05  WS-PRIOR-CLOSED-SW   PIC X(01) VALUE SPACE.
               88  WS-PRIOR-CLOSED      VALUE "Y".
           05  WS-MOVEMENT          PIC S9(09)V99 VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           05  WS-EDIT-PAGE         PIC ZZZZ9.
           05  WS-EDIT-ADDS         PIC ZZZ,ZZ9.
           05  WS-EDIT-CHANGES      PIC ZZZ,ZZ9.
           05  WS-EDIT-DROPS        PIC ZZZ,ZZ9.
           05  WS-EDIT-NET          PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-CMP-NET      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-READ         PIC ZZZ,ZZZ,ZZ9.
                       TO WS-TRD-ADDS (WS-TRD-IX WS-MONTH-IX)
                   MOVE ZERO
                       TO WS-TRD-CHANGES (WS-TRD-IX WS-MONTH-IX)
                   MOVE ZERO
                       TO WS-TRD-DROPS (WS-TRD-IX WS-MONTH-IX)
                   MOVE ZERO
                       TO WS-TRD-NET (WS-TRD-IX WS-MONTH-IX)
               END-PERFORM
               ADD 1 TO WS-MONTH-IX
               MOVE ZERO TO WS-CMP-ADDS (WS-MONTH-IX)
               MOVE ZERO TO WS-CMP-CHANGES (WS-MONTH-IX)
               MOVE ZERO TO WS-CMP-DROPS (WS-MONTH-IX)
               MOVE ZERO TO WS-CMP-NET (WS-MONTH-IX)
           END-PERFORM.
      *
      * AMOUNT BY ITS DIFFERENCE FROM THE VERSION BEFORE.  VERSIONS
      * OLDER THAN THE TWELVE-MONTH WINDOW STILL FEED THE PRIOR
      * AMOUNT, SO THE FIRST IN-WINDOW CHANGE MEASURES FROM THE
      * RIGHT BASELINE.  A CLOSING VERSION TAKES ITS AMOUNT BACK
      * OUT, AND THE VERSION AFTER IT STARTS THE MEMBER AFRESH.
       ACCUMULATE-VERSION.
           EVALUATE TRUE
               WHEN HST-CLOSING-VERSION
                   MOVE "N" TO WS-FIRST-VERSION-SW
                   COMPUTE WS-MOVEMENT = ZERO - HST-TRANS-AMOUNT
               WHEN HST-MEMBER-ID NOT = WS-PRIOR-MEMBER-ID
               WHEN WS-PRIOR-CLOSED
                   SET WS-FIRST-VERSION TO TRUE
                   COMPUTE WS-MOVEMENT = HST-TRANS-AMOUNT
               WHEN OTHER
                   MOVE "N" TO WS-FIRST-VERSION-SW
                   COMPUTE WS-MOVEMENT =
                       HST-TRANS-AMOUNT - WS-PRIOR-AMOUNT
           END-EVALUATE.
           IF HST-CLOSING-VERSION
               SET WS-PRIOR-CLOSED TO TRUE
           ELSE
               MOVE SPACE TO WS-PRIOR-CLOSED-SW
           END-IF.
           MOVE HST-MEMBER-ID    TO WS-PRIOR-MEMBER-ID.
           MOVE HST-TRANS-AMOUNT TO WS-PRIOR-AMOUNT.
           END-IF.
      *
       ADD-TO-TREND-BUCKETS.
           EVALUATE TRUE
               WHEN HST-CLOSING-VERSION
                   ADD 1 TO WS-TRD-DROPS (WS-TRD-IX WS-MONTH-IX)
                   ADD 1 TO WS-CMP-DROPS (WS-MONTH-IX)
               WHEN WS-FIRST-VERSION
                   ADD 1 TO WS-TRD-ADDS (WS-TRD-IX WS-MONTH-IX)
                   ADD 1 TO WS-CMP-ADDS (WS-MONTH-IX)
               WHEN OTHER
                   ADD 1 TO WS-TRD-CHANGES (WS-TRD-IX WS-MONTH-IX)
                   ADD 1 TO WS-CMP-CHANGES (WS-MONTH-IX)
           END-EVALUATE.
           ADD WS-MOVEMENT TO WS-TRD-NET (WS-TRD-IX WS-MONTH-IX).
           ADD WS-MOVEMENT TO WS-CMP-NET (WS-MONTH-IX).
      *
               TO WS-EDIT-ADDS.
           MOVE WS-TRD-CHANGES (WS-TRD-IX WS-MONTH-IX)
               TO WS-EDIT-CHANGES.
           MOVE WS-TRD-DROPS (WS-TRD-IX WS-MONTH-IX)
               TO WS-EDIT-DROPS.
           MOVE WS-TRD-NET (WS-TRD-IX WS-MONTH-IX)
               TO WS-EDIT-NET.
           MOVE SPACES TO TRD-RPT-LINE.
           STRING "  " WS-EDIT-MONTH-LBL
               "   ADDS " WS-EDIT-ADDS
               "   CHANGES " WS-EDIT-CHANGES
               "   DROPS " WS-EDIT-DROPS
               "   NET MOVEMENT " WS-EDIT-NET
               DELIMITED BY SIZE INTO TRD-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MONTH-LABEL (WS-MONTH-IX) TO WS-EDIT-MONTH-LBL.
           MOVE WS-CMP-ADDS (WS-MONTH-IX)    TO WS-EDIT-ADDS.
           MOVE WS-CMP-CHANGES (WS-MONTH-IX) TO WS-EDIT-CHANGES.
           MOVE WS-CMP-DROPS (WS-MONTH-IX)   TO WS-EDIT-DROPS.
           MOVE WS-CMP-NET (WS-MONTH-IX)     TO WS-EDIT-CMP-NET.
           MOVE SPACES TO TRD-RPT-LINE.
           STRING "  " WS-EDIT-MONTH-LBL
               "   ADDS " WS-EDIT-ADDS
               "   CHANGES " WS-EDIT-CHANGES
               "   DROPS " WS-EDIT-DROPS
               "   NET MOVEMENT " WS-EDIT-CMP-NET
               DELIMITED BY SIZE INTO TRD-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
