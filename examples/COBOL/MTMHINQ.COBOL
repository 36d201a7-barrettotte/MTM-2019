      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *   - A CLOSING VERSION (THE MEMBER DROPPED FROM THE MASTER) IS
      *     MARKED AS SUCH ON ITS LINE.
      *
      *--------------------
       ENVIRONMENT DIVISION.
               "  BRANCH " HST-BRANCH-CODE
               "  WRITTEN " WS-EDIT-WRIT-DATE
               DELIMITED BY SIZE INTO HINQ-RPT-LINE.
           IF HST-CLOSING-VERSION
               MOVE "*** DROPPED FROM MASTER ***"
                   TO HINQ-RPT-LINE (101:27)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-NO-HISTORY-LINE.
