      *****************************************************************
      * ALERT INCIDENT MASTER - RECORD LAYOUT AND IN-CORE TABLE
      * ONE INCMAST DATASET LINE PER INCIDENT, KEYED ON THE RUN ID AND
      * COMMAND INDEX OF THE ALERTOUT RECORD THAT RAISED IT:
      *   RUN-ID    RUN ID OF THE ALERTING RUN (ALERT-RUN-ID)
      *   IDX       DECK INDEX OF THE ALERTING COMMAND (ALERT-IDX)
      *   STATE     OPEN   = RAISED, NOBODY HAS ACKNOWLEDGED IT
      *             ACK    = ACKNOWLEDGED, STILL BEING WORKED
      *             CLOSED = CLOSED BY AN OPERATOR OR BY A LATER
      *                      CLEAN RUN OF THE SAME JOB
      *   TAG       ALERTOUT TAG OF THE LATEST ALERT (SYSCMDAL ...)
      *   RC        ALERT-RC OF THE LATEST ALERT
      *   RAISED    ALERT-TS OF THE FIRST ALERT (OF THE REOPENING
      *             ALERT ONCE REOPENED) - THE INCIDENT'S AGE RUNS
      *             FROM HERE
      *   ALERTS    NUMBER OF ALERTOUT RECORDS FOLDED INTO IT
      *   JOB       JOB NAME FROM THE RUN'S RUNLEDG HEADER
      *   ACK-BY    OPERATOR WHO ACKNOWLEDGED IT, ACK-TS WHEN
      *   ASSIGNEE  OPERATOR OR GROUP IT IS ASSIGNED TO
      *   CLOSE-BY  OPERATOR WHO CLOSED IT ("AUTO" = CLEAN RERUN),
      *             CLOSE-TS WHEN
      *   NOTES     NUMBER OF NOTE CARDS APPLIED (THE TEXT IS ON THE
      *             SYSCMDLOG TRAIL)
      *   CMD       ALERT-CMD TEXT OF THE FIRST ALERT
      * ONE CONTROL LINE ("CTL ALERTS=nnnnnnnnn") HOLDS HOW MANY
      * ALERTOUT RECORDS HAVE ALREADY BEEN TAKEN.  BLANK LINES AND
      * LINES STARTING "*" ARE COMMENTS.  MAINTAINED BY SYSCMDIC.
      *****************************************************************
       01  INCMAST-RECORD.
           05  INCMAST-RUN-ID           PIC X(14).
           05  FILLER                   PIC X(01).
           05  INCMAST-IDX              PIC 9(03).
           05  FILLER                   PIC X(01).
           05  INCMAST-STATE            PIC X(06).
           05  FILLER                   PIC X(01).
           05  INCMAST-TAG              PIC X(08).
           05  FILLER                   PIC X(01).
           05  INCMAST-RC               PIC 9(04).
           05  FILLER                   PIC X(01).
           05  INCMAST-RAISED           PIC X(14).
           05  FILLER                   PIC X(01).
           05  INCMAST-ALERTS           PIC 9(03).
           05  FILLER                   PIC X(01).
           05  INCMAST-JOB              PIC X(08).
           05  FILLER                   PIC X(01).
           05  INCMAST-ACK-BY           PIC X(08).
           05  FILLER                   PIC X(01).
           05  INCMAST-ACK-TS           PIC X(14).
           05  FILLER                   PIC X(01).
           05  INCMAST-ASSIGNEE         PIC X(08).
           05  FILLER                   PIC X(01).
           05  INCMAST-CLOSE-BY         PIC X(08).
           05  FILLER                   PIC X(01).
           05  INCMAST-CLOSE-TS         PIC X(14).
           05  FILLER                   PIC X(01).
           05  INCMAST-NOTES            PIC 9(03).
           05  FILLER                   PIC X(01).
           05  INCMAST-CMD              PIC X(60).
           05  FILLER                   PIC X(11).
       01  INCMAST-CONTROL REDEFINES INCMAST-RECORD.
           05  INCMAST-CTL-TAG          PIC X(04).
           05  INCMAST-CTL-LABEL        PIC X(07).
           05  INCMAST-CTL-ALERTS       PIC 9(09).
           05  FILLER                   PIC X(180).
      *
       01  INCMAST-TABLE.
           05  INCMAST-CNT              PIC 9(03) VALUE 0.
           05  INCMAST-ALERTS-TAKEN     PIC 9(09) VALUE 0.
           05  INCMAST-ENTRY OCCURS 500 TIMES.
               10  INCMAST-T-RUN-ID     PIC X(14).
               10  INCMAST-T-IDX        PIC 9(03).
               10  INCMAST-T-STATE      PIC X(06).
               10  INCMAST-T-TAG        PIC X(08).
               10  INCMAST-T-RC         PIC 9(04).
               10  INCMAST-T-RAISED     PIC X(14).
               10  INCMAST-T-ALERTS     PIC 9(03).
               10  INCMAST-T-JOB        PIC X(08).
               10  INCMAST-T-ACK-BY     PIC X(08).
               10  INCMAST-T-ACK-TS     PIC X(14).
               10  INCMAST-T-ASSIGNEE   PIC X(08).
               10  INCMAST-T-CLOSE-BY   PIC X(08).
               10  INCMAST-T-CLOSE-TS   PIC X(14).
               10  INCMAST-T-NOTES      PIC 9(03).
               10  INCMAST-T-CMD        PIC X(60).
