      *
      * THE DATASET IS SEEDED BY HAND ONCE (SEE ZCOBOL.JCL) WITH THE
      * DATE OF THE LAST GOOD CYCLE; AFTER THAT ONLY THIS PROGRAM
      * MOVES IT FORWARD.  THE MTMBKOT CYCLE BACKOUT JOB IS THE ONLY
      * THING THAT MOVES IT BACK, WHEN A SIGNED-OFF NIGHT HAS TO BE
      * REVERSED.
      *
      * MODIFICATION HISTORY
      *   - INITIAL VERSION.
      *     GENERATION'S HEADER RECORD INSTEAD OF THE WALL CLOCK, SO
      *     A STREAM THAT CROSSES MIDNIGHT STILL SIGNS OFF THE DATE
      *     THE UPDATE STEP ACTUALLY STAMPED ON ITS OUTPUT.
      *   - DESCRIPTION NOTES THE CYCLE BACKOUT JOB (MTMBKOT) AS THE
      *     ONE OTHER WRITER OF THE RUN-CONTROL DATASET.
      *
      *--------------------
       ENVIRONMENT DIVISION.
