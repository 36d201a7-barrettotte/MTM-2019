      *     AMOUNT BEFORE EDITING THEM - A REJECT MAY BE PENDING
      *     PRECISELY BECAUSE THOSE FIELDS FAILED THE EDITS - AND
      *     PRINTS THEM BLANK WHEN THE KEYING IS NOT NUMERIC.
      *   - A CLOSING HISTORY VERSION (THE MEMBER DROPPED FROM THE
      *     MASTER) IS MARKED AS SUCH ON ITS LINE.
      *
      *--------------------
       ENVIRONMENT DIVISION.
               "  BRANCH " HST-BRANCH-CODE
               "  WRITTEN " WS-EDIT-WRIT-DATE
               DELIMITED BY SIZE INTO PROF-RPT-LINE.
           IF HST-CLOSING-VERSION
               MOVE "*** DROPPED FROM MASTER ***"
                   TO PROF-RPT-LINE (101:27)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       PRINT-PENDING-REJECTS.
