      *****************************************************************
      * APPROVED-DECK REGISTER - RECORD LAYOUT AND IN-CORE TABLE
      * ONE DECKREG DATASET LINE PER APPROVED VERSION OF A DECK OR
      * OF A PROCLIB MEMBER:
      *   TYPE      DECK = THE EXPANDED CARDIN DECK OF A JOB (NAME
      *                    IS THE JOB NAME)
      *             PROC = AN &INCLUDE MEMBER AS STORED IN PROCLIB
      *                    (NAME IS THE MEMBER NAME)
      *   NAME      JOB OR MEMBER NAME
      *   FPRINT    CONTENT FINGERPRINT THE EXECUTORS PRINT AT
      *             START-UP AND STAMP ON THE RUNLEDG HEADER
      *   CARDS     NUMBER OF CARDS THE FINGERPRINT COVERS
      *   APPROVER  ID OF THE PERSON WHO APPROVED THIS VERSION
      *   APPR-DATE DATE (YYYYMMDD) THE VERSION WAS APPROVED
      *   RETIRED   FIRST DATE THE VERSION IS NO LONGER APPROVED
      *             (99999999 = CURRENT VERSION)
      * BLANK LINES AND LINES STARTING "*" ARE COMMENTS.  MAINTAINED
      * BY SYSCMDDR; LOADED AT START-UP BY SYSCMDSP AND SYSCMDST AND
      * READ BY SYSCMDLD.
      *****************************************************************
       01  DECKREG-RECORD.
           05  DECKREG-TYPE             PIC X(04).
           05  FILLER                   PIC X(01).
           05  DECKREG-NAME             PIC X(08).
           05  FILLER                   PIC X(01).
           05  DECKREG-FPRINT           PIC 9(09).
           05  FILLER                   PIC X(01).
           05  DECKREG-CARDS            PIC 9(05).
           05  FILLER                   PIC X(01).
           05  DECKREG-APPROVER         PIC X(08).
           05  FILLER                   PIC X(01).
           05  DECKREG-APPR-DATE        PIC X(08).
           05  FILLER                   PIC X(01).
           05  DECKREG-RETIRED          PIC X(08).
           05  FILLER                   PIC X(23).
      *
       01  DECKREG-TABLE.
           05  DECKREG-CNT              PIC 9(03) VALUE 0.
           05  DECKREG-ENTRY OCCURS 200 TIMES.
               10  DECKREG-T-TYPE       PIC X(04).
               10  DECKREG-T-NAME       PIC X(08).
               10  DECKREG-T-FPRINT     PIC 9(09).
               10  DECKREG-T-CARDS      PIC 9(05).
               10  DECKREG-T-APPROVER   PIC X(08).
               10  DECKREG-T-DATE       PIC X(08).
               10  DECKREG-T-RETIRED    PIC X(08).
