      *****************************************************************
      * BATCH-WINDOW DEADLINE MASTER - RECORD LAYOUT AND IN-CORE TABLE
      * ONE SLAMAST DATASET LINE PER JOB THAT HAS A COMPLETION
      * DEADLINE:
      *   JOB       JOB NAME AS STAMPED ON THE RUNLEDG HEADER (JOB=)
      *   DEADLINE  TIME OF DAY (HHMM) THE JOB MUST HAVE ENDED BY.  A
      *             DEADLINE AT OR BEFORE THE TIME THE RUN STARTED
      *             FALLS ON THE FOLLOWING CALENDAR DAY (A 22:00
      *             START WITH A 0600 DEADLINE MEANS 06:00 NEXT
      *             MORNING)
      *   MARGIN    WARNING MARGIN IN MINUTES BEFORE THE DEADLINE
      *   CLASS     BUSINESS-DAY CLASS THE DEADLINE APPLIES ON - THE
      *             SAME CLASSES AS THE EXECUTORS' &RUNON CARD (DAILY,
      *             BUSINESSDAY, MONTHEND, MONDAY .. SUNDAY), JUDGED
      *             ON THE DATE THE RUN STARTED
      * BLANK LINES AND LINES STARTING "*" ARE COMMENTS.  MAINTAINED
      * BY HAND LIKE THE CALENDAR DATASET; READ BY SYSCMDSL.
      *****************************************************************
       01  SLAMAST-RECORD.
           05  SLAMAST-JOB              PIC X(08).
           05  FILLER                   PIC X(01).
           05  SLAMAST-DEADLINE.
               10  SLAMAST-DL-HH        PIC 9(02).
               10  SLAMAST-DL-MM        PIC 9(02).
           05  FILLER                   PIC X(01).
           05  SLAMAST-MARGIN           PIC 9(03).
           05  FILLER                   PIC X(01).
           05  SLAMAST-CLASS            PIC X(12).
           05  FILLER                   PIC X(50).
      *
       01  SLAMAST-TABLE.
           05  SLAMAST-CNT              PIC 9(03) VALUE 0.
           05  SLAMAST-ENTRY OCCURS 100 TIMES.
               10  SLAMAST-T-JOB        PIC X(08).
               10  SLAMAST-T-DL-HH      PIC 9(02).
               10  SLAMAST-T-DL-MM      PIC 9(02).
               10  SLAMAST-T-MARGIN     PIC 9(03).
               10  SLAMAST-T-CLASS      PIC X(12).
