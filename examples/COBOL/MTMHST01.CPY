      * IMAGE THAT CARRIED IT.  HST-RUN-DATE SAYS WHICH NIGHT WROTE
      * THE VERSION.
      *
      * WHEN A MEMBER IS DROPPED FROM THE MASTER, MTMHIST WRITES A
      * CLOSING VERSION: THE MEMBER'S LAST IMAGE, EFFECTIVE ON THE
      * CYCLE DATE OF THE NIGHT THAT DROPPED IT, WITH HST-VERSION-
      * TYPE "D".  EVERY OTHER VERSION CARRIES A SPACE THERE.  A
      * MEMBER WHOSE LATEST VERSION ON OR BEFORE A DATE IS A CLOSING
      * VERSION WAS NOT ON THE MASTER ON THAT DATE.
      *
      * COPY THIS UNDER A 01-LEVEL RECORD, E.G.
      *     01  HIST-MSG.
      *         COPY MTMHST01.
           05  HST-TRANS-AMOUNT         PIC 9(07)V99.
           05  HST-BRANCH-CODE          PIC X(04).
           05  HST-RUN-DATE             PIC 9(08).
           05  HST-VERSION-TYPE         PIC X(01).
               88  HST-CLOSING-VERSION      VALUE "D".
           05  FILLER                   PIC X(10).
