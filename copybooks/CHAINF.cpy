      *****************************************************************
      * AUDIT CHAIN INTERFACE - USED WITH CALL 'SYSCMDCH'
      * EVERY SYSCMDLOG AND RUNLEDG LINE CARRIES A 100-BYTE CHAIN
      * AREA AFTER ITS DATA (SYSCMDLOG COLUMNS 601-700, RUNLEDG
      * COLUMNS 201-300):
      *   SEQ=      RECORD SEQUENCE NUMBER WITHIN THE FILE'S CHAIN
      *   PREV=     HASH OF THE RECORD BEFORE IT (ALL ZEROS ON THE
      *             FIRST RECORD OF A NEW CHAIN)
      *   HASH=     HASH OF PREV + SEQ + THE RECORD'S DATA
      * SO AN EDITED, INSERTED OR DELETED LINE SHOWS AS AN ALTERED
      * RECORD, A BROKEN LINK OR A SEQUENCE GAP.  LINES WRITTEN
      * BEFORE THE CHAIN EXISTED HAVE A BLANK CHAIN AREA.
      * FUNCTIONS:
      *   L  SEAL THE SYSCMDLOG LINE IN CHAIN-DATA - THE LAST CHAINED
      *      LINE OF SYSCMDLOG IS LOOKED UP FIRST (CALL JUST BEFORE
      *      THE WRITE, THE FILE MAY BE OPEN FOR EXTEND)
      *   R  THE SAME FOR A RUNLEDG LINE
      *   S  SEAL CHAIN-DATA AS THE RECORD AFTER CHAIN-LAST-SEQ /
      *      CHAIN-LAST-HASH (A PROGRAM REWRITING A WHOLE FILE)
      *   V  VERIFY CHAIN-DATA + CHAIN-AREA AS READ AGAINST
      *      CHAIN-LAST-SEQ / CHAIN-LAST-HASH / CHAIN-STARTED
      * L, R AND S RETURN THE NEW CHAIN AREA IN CHAIN-AREA; ALL FOUR
      * LEAVE THE RECORD JUST SEALED OR VERIFIED AS THE NEW LAST
      * RECORD IN CHAIN-LAST-SEQ / CHAIN-LAST-HASH.
      *****************************************************************
       01  CHAIN-PARM.
           05  CHAIN-FUNCTION           PIC X(01).
               88  CHAIN-SEAL-LOG       VALUE "L".
               88  CHAIN-SEAL-LEDGER    VALUE "R".
               88  CHAIN-SEAL-NEXT      VALUE "S".
               88  CHAIN-VERIFY         VALUE "V".
      *    RESULT OF L / R: "Y" = TAIL FOUND OR FILE EMPTY,
      *    "N" = FILE COULD NOT BE READ (SEALED AS A NEW CHAIN).
      *    RESULT OF V: "Y" = RECORD IS CHAINED, "N" = BLANK CHAIN
      *    AREA, "B" = CHAIN AREA PRESENT BUT NOT READABLE.
           05  CHAIN-RESULT             PIC X(01).
           05  CHAIN-STARTED            PIC X(01).
           05  CHAIN-GAP                PIC X(01).
           05  CHAIN-BROKEN             PIC X(01).
           05  CHAIN-ALTERED            PIC X(01).
           05  CHAIN-LAST-SEQ           PIC 9(09).
           05  CHAIN-LAST-HASH          PIC X(20).
           05  CHAIN-DATA               PIC X(600).
           05  CHAIN-AREA.
               10  CHAIN-SEQ-TAG        PIC X(04).
               10  CHAIN-SEQ            PIC 9(09).
               10  CHAIN-PREV-TAG       PIC X(06).
               10  CHAIN-PREV           PIC X(20).
               10  CHAIN-HASH-TAG       PIC X(06).
               10  CHAIN-HASH           PIC X(20).
               10  FILLER               PIC X(35).
