       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDSL.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: BATCH-WINDOW SLA MONITOR.  THE SYSCMDEL ALERT
      *     SAYS ONE STEP IS SLOW; THIS PROGRAM SAYS WHETHER THE WHOLE
      *     JOB WILL MISS ITS DEADLINE.  DEADLINES COME FROM THE
      *     SLAMAST MASTER (JOB, DEADLINE HHMM, WARNING MARGIN,
      *     BUSINESS-DAY CLASS).  RUN BY THE SCHEDULER EVERY FEW
      *     MINUTES WHILE A DECK IS IN FLIGHT, IT READS THE JOB'S
      *     LIVE HEARTBT RECORD (RUN ID, CURRENT INDEX, HB-STATE),
      *     FINDS THE JOB ON THE RUNLEDG HEADER, AND COSTS THE
      *     ENTRIES STILL AHEAD FROM THE JOB'S LAST COMPLETED RUN:
      *     EACH ENTRY'S CMDBASE AVERAGE (ITS ELAPSED TIME IN THAT
      *     RUN WHEN IT HAS NO BASELINE), PARALLEL GROUP MEMBERS
      *     COUNTED ONCE AT THE LONGEST MEMBER.  THE FIRST TIME THE
      *     PROJECTED FINISH CROSSES THE WARNING MARGIN (SYSCMDSW) OR
      *     THE DEADLINE (SYSCMDSM) FOR A RUN, AN ALERTOUT RECORD AND
      *     A CONSOLE MESSAGE ARE RAISED - ALERTOUT ITSELF RECORDS
      *     WHAT HAS ALREADY BEEN SAID, SO LATER PASSES STAY QUIET.
      *     RC 0 ON TRACK, 4 INSIDE THE MARGIN, 8 PROJECTED TO MISS.
      *     AN &REPORT CARD ON THE OPTIONAL SLAIN DECK PRINTS THE
      *     DAILY SLA-ATTAINMENT REPORT FROM THE RUNLEDG TRAILERS
      *     INSTEAD: FOR EVERY DATE IN THE RANGE (&FROM / &THRU
      *     yyyymmdd, DEFAULT YESTERDAY) AND EVERY SLAMAST JOB WHOSE
      *     CLASS APPLIES, WHETHER THE WINDOW WAS MET, FINISHED LATE,
      *     FAILED, NEVER FINISHED OR NEVER RAN, WITH PER-JOB
      *     ATTAINMENT TOTALS.
      *   - A SYSCMDST DETAIL LINE (WHICH HAS NO ARCH= FIELD) IS NOW
      *     MATCHED TO ITS RUN WHEN COSTING THE ENTRIES AHEAD; THE
      *     RESOURCE-USAGE FIELDS NOW ON DETAIL LINES ARE IGNORED.
      *   - SYSCMDLOG AND RUNLEDG LINES NOW CARRY THE AUDIT CHAIN AREA
      *     (SEQ/PREV/HASH, SEE SYSCMDCH) AFTER THE DATA; THE FD
      *     DESCRIBES THE LONGER LINE SO EACH STILL READS AS ONE
      *     RECORD.  THE REPORT IS UNCHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLAIN-FILE ASSIGN TO "SLAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLAIN-FILE-STATUS.
           SELECT SLAMAST-FILE ASSIGN TO "SLAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLAMAST-FILE-STATUS.
           SELECT HEARTBT-FILE ASSIGN TO "HEARTBT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEARTBT-FILE-STATUS.
           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLEDG-FILE-STATUS.
           SELECT SYSCMDLOG-FILE ASSIGN TO "SYSCMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSCMDLOG-FILE-STATUS.
           SELECT CMDBASE-FILE ASSIGN TO "CMDBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMDBASE-FILE-STATUS.
           SELECT ALERTOUT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTOUT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLAIN-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  SLAIN-REC                      PIC X(80).

       FD  SLAMAST-FILE
           LABEL RECORDS STANDARD.
       01  SLAMAST-IN-REC                 PIC X(80).

       FD  HEARTBT-FILE
           LABEL RECORDS STANDARD.
       01  HEARTBT-REC.
           05  HB-RUN-ID                  PIC X(14).
           05  FILLER                     PIC X(01).
           05  HB-INDX                    PIC 9(03).
           05  FILLER                     PIC X(01).
           05  HB-TS                      PIC X(14).
           05  FILLER                     PIC X(01).
           05  HB-CMD                     PIC X(80).
           05  FILLER                     PIC X(01).
           05  HB-STATE                   PIC X(08).

       FD  RUNLEDG-FILE
           LABEL RECORDS STANDARD.
       01  RUNLEDG-REC                    PIC X(200).
       01  RUNLEDG-CHAINED.
           05  FILLER                     PIC X(200).
           05  RUNLEDG-CHAIN              PIC X(100).

       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       FD  CMDBASE-FILE
           LABEL RECORDS STANDARD.
       01  CMDBASE-REC.
           05  CMDB-RUNS                  PIC 9(07).
           05  FILLER                     PIC X(01).
           05  CMDB-AVG                   PIC 9(09).
           05  FILLER                     PIC X(01).
           05  CMDB-MAX                   PIC 9(09).
           05  FILLER                     PIC X(01).
           05  CMDB-TEXT                  PIC X(60).

       FD  ALERTOUT-FILE
           LABEL RECORDS STANDARD.
       01  ALERTOUT-REC.
           05  ALERT-TAG                  PIC X(08).
           05  FILLER                     PIC X(01).
           05  ALERT-RUN-ID               PIC X(14).
           05  FILLER                     PIC X(01).
           05  ALERT-IDX                  PIC 9(03).
           05  FILLER                     PIC X(01).
           05  ALERT-RC                   PIC 9(04).
           05  FILLER                     PIC X(01).
           05  ALERT-TS                   PIC X(14).
           05  FILLER                     PIC X(01).
           05  ALERT-CMD                  PIC X(80).

       FD  CALENDAR-FILE
           LABEL RECORDS STANDARD.
       01  CALENDAR-REC                   PIC X(80).

       WORKING-STORAGE SECTION.

       01 SLAIN-FILE-STATUS            PIC X(02) VALUE SPACES.
       01 SLAMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 HEARTBT-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 RUNLEDG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 SYSCMDLOG-FILE-STATUS        PIC X(02) VALUE SPACES.
       01 CMDBASE-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 ALERTOUT-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 CALENDAR-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 CONTROL-REC-UPPER            PIC X(80).

       01 WS-VARIABLES.
          05 WS-EOF                   PIC X(01) VALUE "N".
          05 WS-CARD-LINE             PIC X(80) VALUE SPACES.
          05 WS-CARD-LINE-UC          PIC X(80) VALUE SPACES.
          05 WS-CARD-TOKEN            PIC X(12) VALUE SPACES.
          05 WS-CARD-OP1              PIC X(20) VALUE SPACES.
          05 WS-CARD-OP2              PIC X(20) VALUE SPACES.
          05 WS-RUN-MODE              PIC X(01) VALUE "M".
             88 SLA-MONITOR-MODE      VALUE "M".
             88 SLA-REPORT-MODE       VALUE "R".
          05 WS-FROM-DATE             PIC X(08) VALUE SPACES.
          05 WS-THRU-DATE             PIC X(08) VALUE SPACES.
          05 WS-FROM-INT              PIC 9(08) VALUE 0.
          05 WS-THRU-INT              PIC 9(08) VALUE 0.
          05 WS-DAY-INT               PIC 9(08) VALUE 0.
          05 WS-DATE-NUM              PIC 9(08) VALUE 0.
          05 WS-REC-LEN               PIC 9(04) VALUE 0.
          05 WS-CMD-POS               PIC 9(04) VALUE 0.
          05 WS-CMD-TEXT              PIC X(80) VALUE SPACES.
          05 WS-HEAD                  PIC X(200) VALUE SPACES.
          05 WS-F-DUMMY               PIC X(20) VALUE SPACES.
          05 WS-F-IDX                 PIC X(08) VALUE SPACES.
          05 WS-F-START               PIC X(20) VALUE SPACES.
          05 WS-F-END                 PIC X(20) VALUE SPACES.
          05 WS-F-ELAPSED             PIC X(12) VALUE SPACES.
          05 WS-F-RC                  PIC X(08) VALUE SPACES.
          05 WS-F-STATUS              PIC X(12) VALUE SPACES.
          05 WS-F-TRY                 PIC X(08) VALUE SPACES.
          05 WS-F-ARCH                PIC X(80) VALUE SPACES.
          05 WS-F-RUN                 PIC X(20) VALUE SPACES.
          05 WS-F-JOB                 PIC X(12) VALUE SPACES.
          05 WS-F-PARM                PIC X(24) VALUE SPACES.
          05 WS-F-DECK                PIC X(08) VALUE SPACES.
          05 WS-F-CMDS                PIC X(08) VALUE SPACES.
          05 WS-F-FAILS               PIC X(08) VALUE SPACES.
          05 WS-F-WORST               PIC X(08) VALUE SPACES.
          05 WS-P-LEN                 PIC 9(02) VALUE 0.
          05 WS-P-IDX                 PIC 9(03) VALUE 0.
          05 WS-P-ELAPSED             PIC 9(09) VALUE 0.
          05 WS-SL-IDX                PIC 9(03) VALUE 0.
          05 WS-SL-HIT                PIC 9(03) VALUE 0.
          05 WS-BASE-IDX              PIC 9(03) VALUE 0.
          05 WS-BASE-HIT              PIC 9(03) VALUE 0.
          05 WS-CMP-TEXT              PIC X(60) VALUE SPACES.
          05 SAVED-RETURN-CODE        PIC S9(8) COMP-5 VALUE ZEROS.

      *    THE RUN BEING MONITORED AND THE RUN IT IS COSTED FROM.
       01 WS-MONITOR-AREAS.
          05 WS-MON-RUN-ID            PIC X(14) VALUE SPACES.
          05 WS-MON-JOB               PIC X(08) VALUE SPACES.
          05 WS-MON-DECK              PIC 9(03) VALUE 0.
          05 WS-MON-HAS-HDR           PIC X(01) VALUE "N".
          05 WS-MON-HAS-TRL           PIC X(01) VALUE "N".
          05 WS-MON-END               PIC X(14) VALUE SPACES.
          05 WS-PRIOR-RUN-ID          PIC X(14) VALUE SPACES.
          05 WS-JR-CNT                PIC 9(03) VALUE 0.
          05 WS-JR-NEXT               PIC 9(03) VALUE 1.
          05 WS-JR-IDX                PIC 9(03) VALUE 0.
          05 WS-JR-RUN-ID             PIC X(14) OCCURS 200 TIMES.
          05 WS-SW-RAISED             PIC X(01) VALUE "N".
          05 WS-SM-RAISED             PIC X(01) VALUE "N".
          05 WS-NEW-TAG               PIC X(08) VALUE SPACES.
          05 WS-ALERT-MINS            PIC 9(09) VALUE 0.
          05 WS-AH-TOP                PIC 9(03) VALUE 0.
          05 WS-AH-IDX                PIC 9(03) VALUE 0.
          05 WS-AH-FIRST              PIC 9(03) VALUE 0.
          05 WS-AH-NOHIST             PIC 9(03) VALUE 0.
          05 WS-AH-EST                PIC 9(09) VALUE 0.
          05 WS-GRP-START             PIC X(14) VALUE SPACES.
          05 WS-GRP-MAX               PIC 9(09) VALUE 0.
          05 WS-GRP-IS-CUR            PIC X(01) VALUE "N".

      *    ENTRIES OF THE LAST COMPLETED RUN, BY DECK INDEX - A
      *    RETRIED ENTRY KEEPS ITS LAST ATTEMPT.
       01 WS-AHEAD-TABLE.
          05 WS-AHEAD-ENTRY OCCURS 500 TIMES.
             10 WS-AH-SEEN            PIC X(01).
             10 WS-AH-START           PIC X(14).
             10 WS-AH-EL              PIC 9(09).
             10 WS-AH-TEXT            PIC X(60).

       01 WS-BASE-TABLE.
          05 WS-BASE-CNT              PIC 9(03) VALUE 0.
          05 WS-BASE-ENTRY OCCURS 300 TIMES.
             10 WS-BASE-TEXT          PIC X(60).
             10 WS-BASE-AVG           PIC 9(09).
             10 WS-BASE-RUNS          PIC 9(07).

      *    TIMES AS SECONDS SINCE THE INTEGER-OF-DATE EPOCH, SO A
      *    WINDOW THAT CROSSES MIDNIGHT NEEDS NO SPECIAL CASE.
       01 WS-TIME-AREAS.
          05 WS-NOW-TS                PIC X(14) VALUE SPACES.
          05 WS-NOW-SECS              PIC 9(11) VALUE 0.
          05 WS-HB-SECS               PIC 9(11) VALUE 0.
          05 WS-DL-SECS               PIC 9(11) VALUE 0.
          05 WS-WARN-SECS             PIC 9(11) VALUE 0.
          05 WS-PROJ-SECS             PIC 9(11) VALUE 0.
          05 WS-END-SECS              PIC 9(11) VALUE 0.
          05 WS-EL-CUR                PIC 9(09) VALUE 0.
          05 WS-REMAIN-SECS           PIC S9(11) VALUE 0.
          05 WS-AHEAD-SECS            PIC 9(11) VALUE 0.
          05 WS-TS-WORK               PIC X(14) VALUE SPACES.
          05 WS-TS-SECS               PIC 9(11) VALUE 0.
          05 WS-TS-DAYS               PIC 9(08) VALUE 0.
          05 WS-TS-SOD                PIC 9(05) VALUE 0.
          05 WS-T-DATE                PIC 9(08) VALUE 0.
          05 WS-T-HH                  PIC 9(02) VALUE 0.
          05 WS-T-MI                  PIC 9(02) VALUE 0.
          05 WS-T-SS                  PIC 9(02) VALUE 0.
          05 WS-T-REST                PIC 9(05) VALUE 0.
          05 WS-RUN-HHMM              PIC 9(04) VALUE 0.
          05 WS-DL-HHMM               PIC 9(04) VALUE 0.
          05 WS-DL-TS                 PIC X(14) VALUE SPACES.
          05 WS-WARN-TS               PIC X(14) VALUE SPACES.
          05 WS-PROJ-TS               PIC X(14) VALUE SPACES.
          05 WS-E-SECS                PIC Z(10)9.
          05 WS-E-SECS2               PIC Z(10)9.
          05 WS-E-MINS                PIC Z(08)9.

      *    DAY CLASSES FOR A DATE - THE EXECUTORS' CALENDAR RULES.
       01 WS-CALENDAR-AREAS.
          05 WS-TODAY-DATE            PIC X(08) VALUE SPACES.
          05 WS-CAL-TODAY-INT         PIC 9(08) VALUE 0.
          05 WS-CAL-TODAY-DOW         PIC 9(01) VALUE 0.
          05 WS-CAL-IS-BUSDAY         PIC X(01) VALUE "N".
          05 WS-CAL-MONTHEND          PIC X(08) VALUE SPACES.
          05 WS-CAL-MENDBUS           PIC X(08) VALUE SPACES.
          05 WS-CAL-PROBE-INT         PIC 9(08) VALUE 0.
          05 WS-CAL-PROBE-DATE        PIC 9(08) VALUE 0.
          05 WS-CAL-PROBE-BUS         PIC X(01) VALUE "N".
          05 WS-CAL-PROBE-DOW         PIC 9(01) VALUE 0.
          05 WS-CAL-GUARD             PIC 9(02) VALUE 0.
          05 WS-CAL-SKIP              PIC X(01) VALUE "N".
          05 WS-CAL-YY                PIC 9(04) VALUE 0.
          05 WS-CAL-MM                PIC 9(02) VALUE 0.
          05 WS-CAL-DATE-NUM          PIC 9(08) VALUE 0.
          05 WS-HOL-IDX               PIC 9(03) VALUE 0.

       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-CNT               PIC 9(03) VALUE 0.
          05 WS-HOL-DATE              PIC X(08) OCCURS 200 TIMES.

       01 WS-DAY-NAME-VALUES.
          05 FILLER                   PIC X(09) VALUE "SUNDAY".
          05 FILLER                   PIC X(09) VALUE "MONDAY".
          05 FILLER                   PIC X(09) VALUE "TUESDAY".
          05 FILLER                   PIC X(09) VALUE "WEDNESDAY".
          05 FILLER                   PIC X(09) VALUE "THURSDAY".
          05 FILLER                   PIC X(09) VALUE "FRIDAY".
          05 FILLER                   PIC X(09) VALUE "SATURDAY".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
          05 WS-DAY-NAME              PIC X(09) OCCURS 7 TIMES.

      *    RUNS OF SLAMAST JOBS STARTED INSIDE THE REPORT RANGE.
       01 WS-RPT-RUN-TABLE.
          05 WS-RR-CNT                PIC 9(04) VALUE 0.
          05 WS-RR-IDX                PIC 9(04) VALUE 0.
          05 WS-RR-HIT                PIC 9(04) VALUE 0.
          05 WS-RR-OVERFLOW           PIC 9(05) VALUE 0.
          05 WS-RR-ENTRY OCCURS 1000 TIMES.
             10 WS-RR-RUN-ID          PIC X(14).
             10 WS-RR-JOB             PIC X(08).
             10 WS-RR-HAS-TRL         PIC X(01).
             10 WS-RR-END             PIC X(14).
             10 WS-RR-FAILS           PIC 9(03).

       01 WS-RPT-AREAS.
          05 WS-BEST-RANK             PIC 9(01) VALUE 0.
          05 WS-BEST-RR               PIC 9(04) VALUE 0.
          05 WS-BEST-LATE             PIC 9(05) VALUE 0.
          05 WS-THIS-RANK             PIC 9(01) VALUE 0.
          05 WS-THIS-LATE             PIC 9(05) VALUE 0.
          05 WS-RESULT-TEXT           PIC X(10) VALUE SPACES.
          05 WS-TOT-WINDOWS           PIC 9(05) VALUE 0.
          05 WS-TOT-MET               PIC 9(05) VALUE 0.
          05 WS-PCT                   PIC 9(03)V9(01) VALUE 0.
          05 WS-E-PCT                 PIC ZZ9.9.
          05 WS-E-LATE                PIC ZZZZ9.
          05 WS-JS-ENTRY OCCURS 100 TIMES.
             10 WS-JS-WINDOWS         PIC 9(05).
             10 WS-JS-MET             PIC 9(05).
             10 WS-JS-LATE            PIC 9(05).
             10 WS-JS-FAILED          PIC 9(05).
             10 WS-JS-NOTRL           PIC 9(05).
             10 WS-JS-NOTRUN          PIC 9(05).

       COPY SLAMASTF.

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: PICK UP THE SELECTION CARDS, LOAD THE DEADLINE
      * MASTER AND CALENDAR, THEN EITHER MONITOR THE RUN IN FLIGHT
      * OR PRINT THE ATTAINMENT REPORT.
      **************************************************************
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.

            PERFORM P1000-READ-SLAIN THRU P1009-EXIT.
            IF SAVED-RETURN-CODE >= 8
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM P0700-LOAD-SLAMAST THRU P0709-EXIT.
            IF SAVED-RETURN-CODE >= 8
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM P0880-LOAD-CALENDAR THRU P0889-EXIT.

            IF SLA-REPORT-MODE
               PERFORM P5000-ATTAINMENT-REPORT THRU P5009-EXIT
            ELSE
               PERFORM P2000-MONITOR-RUN THRU P2009-EXIT
            END-IF.

            MOVE SAVED-RETURN-CODE TO RETURN-CODE.

            GOBACK.

      **************************************************************
      ** READ THE OPTIONAL SLAIN DECK.  RECOGNISED CARDS:
      **   &REPORT          - PRINT THE SLA-ATTAINMENT REPORT
      **                      INSTEAD OF MONITORING A RUN
      **   &FROM yyyymmdd   - FIRST RUN DATE REPORTED
      **   &THRU yyyymmdd   - LAST RUN DATE REPORTED
      ** THE REPORT RANGE DEFAULTS TO YESTERDAY - THE WINDOW THAT
      ** HAS JUST CLOSED - AND MAY SPAN AT MOST 366 DATES.  A
      ** MISSING SLAIN DATASET MEANS A MONITOR PASS.
      **************************************************************
       P1000-READ-SLAIN.

            OPEN INPUT SLAIN-FILE.
            IF SLAIN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                  READ SLAIN-FILE INTO CONTROL-REC-UPPER
                      AT END
                          MOVE "Y" TO WS-EOF
                  END-READ

                  IF WS-EOF NOT = "Y"
                     MOVE FUNCTION TRIM(CONTROL-REC-UPPER)
                          TO WS-CARD-LINE
                     MOVE FUNCTION UPPER-CASE(WS-CARD-LINE)
                          TO WS-CARD-LINE-UC
                     MOVE SPACES TO WS-CARD-TOKEN WS-CARD-OP1
                                    WS-CARD-OP2
                     UNSTRING WS-CARD-LINE-UC DELIMITED BY ALL " "
                         INTO WS-CARD-TOKEN WS-CARD-OP1 WS-CARD-OP2
                     END-UNSTRING

                     EVALUATE WS-CARD-TOKEN
                        WHEN "DONE"
                           MOVE "Y" TO WS-EOF
                        WHEN "&REPORT"
                           MOVE "R" TO WS-RUN-MODE
                        WHEN "&FROM"
                           IF WS-CARD-OP1(1:8) IS NUMERIC
                              MOVE WS-CARD-OP1(1:8) TO WS-FROM-DATE
                           ELSE
                              DISPLAY "INVALID &FROM CARD IGNORED: "
                                      FUNCTION TRIM(WS-CARD-LINE)
                           END-IF
                        WHEN "&THRU"
                           IF WS-CARD-OP1(1:8) IS NUMERIC
                              MOVE WS-CARD-OP1(1:8) TO WS-THRU-DATE
                           ELSE
                              DISPLAY "INVALID &THRU CARD IGNORED: "
                                      FUNCTION TRIM(WS-CARD-LINE)
                           END-IF
                        WHEN OTHER
                           IF WS-CARD-TOKEN NOT = SPACES
                                 AND WS-CARD-LINE(1:1) NOT = "*"
                              DISPLAY "UNRECOGNISED SLAIN CARD "
                                      "IGNORED: "
                                      FUNCTION TRIM(WS-CARD-LINE)
                           END-IF
                     END-EVALUATE
                  END-IF
               END-PERFORM
               CLOSE SLAIN-FILE
            END-IF.

            IF NOT SLA-REPORT-MODE
               GO TO P1009-EXIT
            END-IF.

            IF WS-FROM-DATE = SPACES
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NOW-TS(1:8))) - 1)
               MOVE WS-DATE-NUM TO WS-FROM-DATE
            END-IF.
            IF WS-THRU-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-THRU-DATE
            END-IF.

            IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(WS-FROM-DATE)) NOT = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(WS-THRU-DATE)) NOT = 0
               DISPLAY "REPORT RANGE " WS-FROM-DATE " THRU "
                       WS-THRU-DATE " IS NOT A VALID DATE RANGE"
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P1009-EXIT
            END-IF.

            COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-FROM-DATE)).
            COMPUTE WS-THRU-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-THRU-DATE)).

            IF WS-THRU-INT < WS-FROM-INT
                  OR WS-THRU-INT - WS-FROM-INT > 365
               DISPLAY "REPORT RANGE " WS-FROM-DATE " THRU "
                       WS-THRU-DATE " REFUSED - THRU MUST NOT BE "
                       "BEFORE FROM AND AT MOST 366 DATES ARE "
                       "REPORTED AT ONCE"
               MOVE 8 TO SAVED-RETURN-CODE
            END-IF.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE SLAMAST DEADLINE MASTER.  A LINE WITH A BAD
      ** DEADLINE, MARGIN OR CLASS IS REPORTED AND SKIPPED.  THE
      ** MASTER IS THE WHOLE POINT OF THE PROGRAM - WITHOUT IT THE
      ** STEP ENDS WITH RC 8.
      **************************************************************
       P0700-LOAD-SLAMAST.

            MOVE 0 TO SLAMAST-CNT.

            OPEN INPUT SLAMAST-FILE.
            IF SLAMAST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SLAMAST - FILE STATUS: "
                       SLAMAST-FILE-STATUS
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P0709-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ SLAMAST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SLAMAST-IN-REC NOT = SPACES
                             AND SLAMAST-IN-REC(1:1) NOT = "*"
                          PERFORM P0750-TAKE-SLAMAST-LINE
                                      THRU P0759-EXIT
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE SLAMAST-FILE.

            DISPLAY "DEADLINE MASTER LOADED - JOBS: " SLAMAST-CNT.

       P0709-EXIT.
           EXIT.

      **************************************************************
      ** VALIDATE ONE SLAMAST LINE AND ADD IT TO THE TABLE.
      **************************************************************
       P0750-TAKE-SLAMAST-LINE.

            MOVE SLAMAST-IN-REC TO SLAMAST-RECORD.

            IF SLAMAST-JOB = SPACES
                  OR SLAMAST-DEADLINE IS NOT NUMERIC
                  OR SLAMAST-MARGIN IS NOT NUMERIC
               DISPLAY "INVALID SLAMAST LINE IGNORED: "
                       FUNCTION TRIM(SLAMAST-IN-REC)
               GO TO P0759-EXIT
            END-IF.

            IF SLAMAST-DL-HH > 23 OR SLAMAST-DL-MM > 59
               DISPLAY "INVALID SLAMAST DEADLINE IGNORED: "
                       FUNCTION TRIM(SLAMAST-IN-REC)
               GO TO P0759-EXIT
            END-IF.

            MOVE FUNCTION UPPER-CASE(SLAMAST-CLASS) TO SLAMAST-CLASS.
            IF SLAMAST-CLASS = SPACES
               MOVE "DAILY" TO SLAMAST-CLASS
            END-IF.
            EVALUATE SLAMAST-CLASS
               WHEN "DAILY"
               WHEN "BUSINESSDAY"
               WHEN "MONTHEND"
               WHEN "MONDAY"
               WHEN "TUESDAY"
               WHEN "WEDNESDAY"
               WHEN "THURSDAY"
               WHEN "FRIDAY"
               WHEN "SATURDAY"
               WHEN "SUNDAY"
                  CONTINUE
               WHEN OTHER
                  DISPLAY "INVALID SLAMAST CLASS IGNORED: "
                          FUNCTION TRIM(SLAMAST-IN-REC)
                  GO TO P0759-EXIT
            END-EVALUATE.

            IF SLAMAST-CNT >= 100
               DISPLAY "SLAMAST EXCEEDS THE 100 JOB LIMIT - LINE "
                       "IGNORED: " FUNCTION TRIM(SLAMAST-IN-REC)
               GO TO P0759-EXIT
            END-IF.

            ADD 1 TO SLAMAST-CNT.
            MOVE FUNCTION UPPER-CASE(SLAMAST-JOB)
                 TO SLAMAST-T-JOB(SLAMAST-CNT).
            MOVE SLAMAST-DL-HH TO SLAMAST-T-DL-HH(SLAMAST-CNT).
            MOVE SLAMAST-DL-MM TO SLAMAST-T-DL-MM(SLAMAST-CNT).
            MOVE SLAMAST-MARGIN TO SLAMAST-T-MARGIN(SLAMAST-CNT).
            MOVE SLAMAST-CLASS TO SLAMAST-T-CLASS(SLAMAST-CNT).

       P0759-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE SITE HOLIDAY CALENDAR (ONE YYYYMMDD PER LINE) -
      ** THE SAME DATASET AND LIMITS AS THE EXECUTORS, SO A
      ** BUSINESSDAY DEADLINE APPLIES ON EXACTLY THE DAYS A
      ** BUSINESSDAY COMMAND RUNS.
      **************************************************************
       P0880-LOAD-CALENDAR.

            MOVE 0 TO WS-HOL-CNT.

            OPEN INPUT CALENDAR-FILE.
            IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "CALENDAR NOT PRESENT - WEEKENDS ARE THE "
                       "ONLY NON-BUSINESS DAYS"
               GO TO P0889-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CALENDAR-REC(1:8) IS NUMERIC
                          IF WS-HOL-CNT >= 200
                             DISPLAY "CALENDAR EXCEEDS THE 200 "
                                     "HOLIDAY LIMIT - REMAINING "
                                     "LINES ARE NOT READ"
                             MOVE "Y" TO WS-EOF
                          ELSE
                             ADD 1 TO WS-HOL-CNT
                             MOVE CALENDAR-REC(1:8)
                                  TO WS-HOL-DATE(WS-HOL-CNT)
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.
            CLOSE CALENDAR-FILE.

       P0889-EXIT.
           EXIT.

      **************************************************************
      ** WORK OUT THE DAY CLASSES FOR THE DATE IN WS-TODAY-DATE: DAY
      ** OF WEEK, BUSINESS-DAY FLAG AND LAST BUSINESS DAY OF THE
      ** MONTH - THE EXECUTORS' P0880 ARITHMETIC.
      **************************************************************
       P0885-SET-DAY-VALUES.

            COMPUTE WS-CAL-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-TODAY-DATE)).
            COMPUTE WS-CAL-TODAY-DOW =
                FUNCTION MOD(WS-CAL-TODAY-INT, 7).

            MOVE WS-CAL-TODAY-INT TO WS-CAL-PROBE-INT.
            PERFORM P0890-CHECK-BUSDAY THRU P0899-EXIT.
            MOVE WS-CAL-PROBE-BUS TO WS-CAL-IS-BUSDAY.

            COMPUTE WS-CAL-YY = FUNCTION NUMVAL(WS-TODAY-DATE(1:4)).
            COMPUTE WS-CAL-MM = FUNCTION NUMVAL(WS-TODAY-DATE(5:2)).
            IF WS-CAL-MM = 12
               ADD 1 TO WS-CAL-YY
               MOVE 1 TO WS-CAL-MM
            ELSE
               ADD 1 TO WS-CAL-MM
            END-IF.
            COMPUTE WS-CAL-DATE-NUM =
                WS-CAL-YY * 10000 + WS-CAL-MM * 100 + 1.
            COMPUTE WS-CAL-PROBE-INT = FUNCTION INTEGER-OF-DATE(
                WS-CAL-DATE-NUM) - 1.
            COMPUTE WS-CAL-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                WS-CAL-PROBE-INT).
            MOVE WS-CAL-DATE-NUM TO WS-CAL-MONTHEND.

            MOVE 0 TO WS-CAL-GUARD.
            PERFORM P0890-CHECK-BUSDAY THRU P0899-EXIT.
            PERFORM UNTIL WS-CAL-PROBE-BUS = "Y"
                  OR WS-CAL-GUARD > 30
               SUBTRACT 1 FROM WS-CAL-PROBE-INT
               ADD 1 TO WS-CAL-GUARD
               PERFORM P0890-CHECK-BUSDAY THRU P0899-EXIT
            END-PERFORM.
            COMPUTE WS-CAL-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                WS-CAL-PROBE-INT).
            MOVE WS-CAL-DATE-NUM TO WS-CAL-MENDBUS.

       P0886-EXIT.
           EXIT.

      **************************************************************
      ** IS THE DAY NUMBER IN WS-CAL-PROBE-INT A BUSINESS DAY?  MOD
      ** 7 GIVES 1=MON THROUGH 6=SAT WITH 0=SUN.  SATURDAY, SUNDAY
      ** AND ANY DATE IN THE HOLIDAY TABLE ARE NOT BUSINESS DAYS.
      **************************************************************
       P0890-CHECK-BUSDAY.

            MOVE "N" TO WS-CAL-PROBE-BUS.
            COMPUTE WS-CAL-PROBE-DOW =
                FUNCTION MOD(WS-CAL-PROBE-INT, 7).

            IF WS-CAL-PROBE-DOW = 0 OR WS-CAL-PROBE-DOW = 6
               GO TO P0899-EXIT
            END-IF.

            COMPUTE WS-CAL-PROBE-DATE = FUNCTION DATE-OF-INTEGER(
                WS-CAL-PROBE-INT).

            PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                    UNTIL WS-HOL-IDX > WS-HOL-CNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-CAL-PROBE-DATE
                  GO TO P0899-EXIT
               END-IF
            END-PERFORM.

            MOVE "Y" TO WS-CAL-PROBE-BUS.

       P0899-EXIT.
           EXIT.

      **************************************************************
      ** MONITOR PASS: READ THE HEARTBEAT, IDENTIFY THE JOB AND ITS
      ** DEADLINE, PROJECT THE FINISH AND RAISE ANY NEW ALERT.
      **************************************************************
       P2000-MONITOR-RUN.

            PERFORM P2100-READ-HEARTBEAT THRU P2109-EXIT.
            IF WS-MON-RUN-ID = SPACES
               GO TO P2009-EXIT
            END-IF.

            PERFORM P2200-FIND-CURRENT-RUN THRU P2209-EXIT.
            IF WS-MON-HAS-HDR NOT = "Y"
               DISPLAY "RUN " WS-MON-RUN-ID " HAS NO RUNLEDG HEADER "
                       "- JOB CANNOT BE IDENTIFIED, NOT MONITORED"
               MOVE 4 TO SAVED-RETURN-CODE
               GO TO P2009-EXIT
            END-IF.

            MOVE 0 TO WS-SL-HIT.
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > SLAMAST-CNT
                       OR WS-SL-HIT > 0
               IF SLAMAST-T-JOB(WS-SL-IDX) = WS-MON-JOB
                  MOVE WS-SL-IDX TO WS-SL-HIT
               END-IF
            END-PERFORM.

            IF WS-SL-HIT = 0
               DISPLAY "JOB " WS-MON-JOB " HAS NO DEADLINE IN "
                       "SLAMAST - NOT MONITORED"
               GO TO P2009-EXIT
            END-IF.

            MOVE WS-MON-RUN-ID(1:8) TO WS-TODAY-DATE.
            PERFORM P0885-SET-DAY-VALUES THRU P0886-EXIT.
            PERFORM P4600-CHECK-CLASS THRU P4609-EXIT.
            IF WS-CAL-SKIP = "Y"
               DISPLAY "JOB " WS-MON-JOB " RUN " WS-MON-RUN-ID
                       " - NO DEADLINE ON "
                       WS-DAY-NAME(WS-CAL-TODAY-DOW + 1)
                       " " WS-TODAY-DATE " (CLASS "
                       FUNCTION TRIM(SLAMAST-T-CLASS(WS-SL-HIT)) ")"
               GO TO P2009-EXIT
            END-IF.

            MOVE WS-MON-RUN-ID TO WS-TS-WORK.
            PERFORM P6200-DEADLINE-FOR-RUN THRU P6209-EXIT.
            COMPUTE WS-WARN-SECS =
                WS-DL-SECS - SLAMAST-T-MARGIN(WS-SL-HIT) * 60.
            MOVE WS-DL-SECS TO WS-TS-SECS.
            PERFORM P6100-SECS-TO-TS THRU P6109-EXIT.
            MOVE WS-TS-WORK TO WS-DL-TS.
            MOVE WS-WARN-SECS TO WS-TS-SECS.
            PERFORM P6100-SECS-TO-TS THRU P6109-EXIT.
            MOVE WS-TS-WORK TO WS-WARN-TS.

            DISPLAY "=================================================".
            DISPLAY "SYSCMDSL - BATCH-WINDOW SLA MONITOR  " WS-NOW-TS.
            DISPLAY "=================================================".
            DISPLAY "JOB " WS-MON-JOB " RUN " WS-MON-RUN-ID
                    " INDEX " HB-INDX " OF " WS-MON-DECK
                    " STATE " HB-STATE.
            DISPLAY "CURRENT: " FUNCTION TRIM(HB-CMD).
            DISPLAY "DEADLINE " WS-DL-TS(1:12)
                    "  WARNING FROM " WS-WARN-TS(1:12)
                    " (" SLAMAST-T-MARGIN(WS-SL-HIT) " MINUTES)".

            IF WS-MON-HAS-TRL = "Y"
               MOVE WS-MON-END TO WS-TS-WORK
               PERFORM P6000-TS-TO-SECS THRU P6009-EXIT
               IF WS-TS-SECS > WS-DL-SECS
                  DISPLAY "RUN ENDED " WS-MON-END(1:12)
                          " - DEADLINE MISSED"
               ELSE
                  DISPLAY "RUN ENDED " WS-MON-END(1:12)
                          " - DEADLINE MET"
               END-IF
               GO TO P2009-EXIT
            END-IF.

            PERFORM P2300-FIND-PRIOR-RUN THRU P2309-EXIT.
            IF WS-PRIOR-RUN-ID = SPACES
               DISPLAY "NO COMPLETED EARLIER RUN OF " WS-MON-JOB
                       " ON RUNLEDG - NO PROJECTION POSSIBLE"
               GO TO P2009-EXIT
            END-IF.

            PERFORM P2400-LOAD-CMDBASE THRU P2409-EXIT.
            PERFORM P2500-LOAD-PRIOR-ENTRIES THRU P2509-EXIT.
            PERFORM P2600-PROJECT-FINISH THRU P2609-EXIT.

            MOVE WS-REMAIN-SECS TO WS-E-SECS.
            MOVE WS-AHEAD-SECS TO WS-E-SECS2.
            DISPLAY "COSTED FROM RUN " WS-PRIOR-RUN-ID
                    " - CURRENT ENTRY "
                    FUNCTION TRIM(WS-E-SECS)
                    " SECS TO GO, ENTRIES AHEAD "
                    FUNCTION TRIM(WS-E-SECS2) " SECS".
            IF WS-AH-NOHIST > 0
               DISPLAY "ENTRIES AHEAD WITH NO HISTORY: " WS-AH-NOHIST
                       " - PROJECTION MAY BE LOW"
            END-IF.
            DISPLAY "PROJECTED FINISH " WS-PROJ-TS(1:12).

            PERFORM P2700-CHECK-THRESHOLDS THRU P2709-EXIT.

            DISPLAY "=================================================".

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** READ THE SINGLE HEARTBT RECORD THE EXECUTOR REWRITES AT
      ** EVERY COMMAND BOUNDARY.  NO HEARTBEAT MEANS NOTHING IS IN
      ** FLIGHT TO MONITOR.
      **************************************************************
       P2100-READ-HEARTBEAT.

            MOVE SPACES TO WS-MON-RUN-ID.

            OPEN INPUT HEARTBT-FILE.
            IF HEARTBT-FILE-STATUS NOT = "00"
               DISPLAY "HEARTBT NOT PRESENT - NO RUN TO MONITOR"
               GO TO P2109-EXIT
            END-IF.

            READ HEARTBT-FILE
                AT END
                    MOVE SPACES TO HEARTBT-REC
            END-READ.
            CLOSE HEARTBT-FILE.

            IF HB-RUN-ID IS NOT NUMERIC OR HB-INDX IS NOT NUMERIC
                  OR HB-TS IS NOT NUMERIC
               DISPLAY "HEARTBT RECORD EMPTY OR UNREADABLE - NO RUN "
                       "TO MONITOR"
               GO TO P2109-EXIT
            END-IF.

            MOVE HB-RUN-ID TO WS-MON-RUN-ID.

       P2109-EXIT.
           EXIT.

      **************************************************************
      ** FIND THE RUNLEDG HEADER (JOB, DECK SIZE) AND - IF THE RUN
      ** HAS ALREADY ENDED - THE TRAILER OF THE HEARTBEAT'S RUN.
      **************************************************************
       P2200-FIND-CURRENT-RUN.

            OPEN INPUT RUNLEDG-FILE.
            IF RUNLEDG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RUNLEDG - FILE STATUS: "
                       RUNLEDG-FILE-STATUS
               GO TO P2209-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ RUNLEDG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE RUNLEDG-REC(1:4)
                          WHEN "HDR "
                             PERFORM P2800-SPLIT-HEADER
                                         THRU P2809-EXIT
                             IF WS-F-RUN(1:14) = WS-MON-RUN-ID
                                MOVE "Y" TO WS-MON-HAS-HDR
                                MOVE WS-F-JOB(1:8) TO WS-MON-JOB
                                IF WS-F-DECK(1:3) IS NUMERIC
                                   MOVE WS-F-DECK(1:3)
                                        TO WS-MON-DECK
                                END-IF
                             END-IF
                          WHEN "TRL "
                             PERFORM P2850-SPLIT-TRAILER
                                         THRU P2859-EXIT
                             IF WS-F-RUN(1:14) = WS-MON-RUN-ID
                                MOVE "Y" TO WS-MON-HAS-TRL
                                MOVE WS-F-END(1:14) TO WS-MON-END
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
               END-READ
            END-PERFORM.

            CLOSE RUNLEDG-FILE.

       P2209-EXIT.
           EXIT.

      **************************************************************
      ** FIND THE LATEST EARLIER RUN OF THE SAME JOB THAT REACHED
      ** ITS TRAILER - THE SHAPE OF THE DECK THE PROJECTION IS
      ** COSTED FROM.  TRAILERS CARRY NO JOB NAME, SO THE JOB'S
      ** RECENT HEADER RUN IDS ARE KEPT IN A SMALL RING.
      **************************************************************
       P2300-FIND-PRIOR-RUN.

            MOVE SPACES TO WS-PRIOR-RUN-ID.
            MOVE 0 TO WS-JR-CNT.
            MOVE 1 TO WS-JR-NEXT.

            OPEN INPUT RUNLEDG-FILE.
            IF RUNLEDG-FILE-STATUS NOT = "00"
               GO TO P2309-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ RUNLEDG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE RUNLEDG-REC(1:4)
                          WHEN "HDR "
                             PERFORM P2800-SPLIT-HEADER
                                         THRU P2809-EXIT
                             IF WS-F-JOB(1:8) = WS-MON-JOB
                                   AND WS-F-RUN(1:14) < WS-MON-RUN-ID
                                MOVE WS-F-RUN(1:14)
                                     TO WS-JR-RUN-ID(WS-JR-NEXT)
                                IF WS-JR-CNT < 200
                                   ADD 1 TO WS-JR-CNT
                                END-IF
                                IF WS-JR-NEXT >= 200
                                   MOVE 1 TO WS-JR-NEXT
                                ELSE
                                   ADD 1 TO WS-JR-NEXT
                                END-IF
                             END-IF
                          WHEN "TRL "
                             PERFORM P2850-SPLIT-TRAILER
                                         THRU P2859-EXIT
                             IF WS-F-RUN(1:14) > WS-PRIOR-RUN-ID
                                   OR WS-PRIOR-RUN-ID = SPACES
                                PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                                        UNTIL WS-JR-IDX > WS-JR-CNT
                                   IF WS-JR-RUN-ID(WS-JR-IDX)
                                         = WS-F-RUN(1:14)
                                      MOVE WS-F-RUN(1:14)
                                           TO WS-PRIOR-RUN-ID
                                   END-IF
                                END-PERFORM
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
               END-READ
            END-PERFORM.

            CLOSE RUNLEDG-FILE.

       P2309-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE ELAPSED-TIME BASELINE SYSCMDRP WROTE TO CMDBASE.
      ** WITHOUT IT EVERY ENTRY IS COSTED AT ITS ELAPSED TIME IN
      ** THE PRIOR RUN.
      **************************************************************
       P2400-LOAD-CMDBASE.

            MOVE 0 TO WS-BASE-CNT.

            OPEN INPUT CMDBASE-FILE.
            IF CMDBASE-FILE-STATUS NOT = "00"
               DISPLAY "CMDBASE NOT PRESENT - ENTRIES COSTED FROM "
                       "THE PRIOR RUN ONLY"
               GO TO P2409-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ CMDBASE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CMDB-RUNS IS NUMERIC
                             AND CMDB-AVG IS NUMERIC
                          IF WS-BASE-CNT >= 300
                             DISPLAY "CMDBASE EXCEEDS THE 300 "
                                     "ENTRY LIMIT - REMAINING "
                                     "LINES ARE NOT READ"
                             MOVE "Y" TO WS-EOF
                          ELSE
                             ADD 1 TO WS-BASE-CNT
                             MOVE CMDB-TEXT
                                  TO WS-BASE-TEXT(WS-BASE-CNT)
                             MOVE CMDB-AVG
                                  TO WS-BASE-AVG(WS-BASE-CNT)
                             MOVE CMDB-RUNS
                                  TO WS-BASE-RUNS(WS-BASE-CNT)
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE CMDBASE-FILE.

       P2409-EXIT.
           EXIT.

      **************************************************************
      ** COLLECT THE SYSCMDLOG DETAIL LINES OF THE PRIOR RUN INTO
      ** THE AHEAD TABLE BY DECK INDEX: START TIME (PARALLEL GROUP
      ** MEMBERS SHARE ONE), ELAPSED SECONDS AND COMMAND TEXT.
      **************************************************************
       P2500-LOAD-PRIOR-ENTRIES.

            MOVE 0 TO WS-AH-TOP.
            PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                    UNTIL WS-AH-IDX > 500
               MOVE "N" TO WS-AH-SEEN(WS-AH-IDX)
               MOVE SPACES TO WS-AH-START(WS-AH-IDX)
               MOVE 0 TO WS-AH-EL(WS-AH-IDX)
               MOVE SPACES TO WS-AH-TEXT(WS-AH-IDX)
            END-PERFORM.

            OPEN INPUT SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSCMDLOG - FILE STATUS: "
                       SYSCMDLOG-FILE-STATUS
               GO TO P2509-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ SYSCMDLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SYSCMDLOG-REC(1:4) = "IDX="
                          PERFORM P2550-TAKE-LOG-LINE
                                      THRU P2559-EXIT
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE SYSCMDLOG-FILE.

       P2509-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT ONE AUDIT LINE (SYSCMDRP'S P2100 LAYOUT) AND KEEP IT
      ** WHEN IT BELONGS TO THE PRIOR RUN.
      **************************************************************
       P2550-TAKE-LOG-LINE.

            COMPUTE WS-REC-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(SYSCMDLOG-REC TRAILING)).

            MOVE 0 TO WS-CMD-POS.
            INSPECT SYSCMDLOG-REC(1:WS-REC-LEN)
                TALLYING WS-CMD-POS FOR CHARACTERS
                BEFORE INITIAL " CMD=".
            IF WS-CMD-POS >= WS-REC-LEN
               GO TO P2559-EXIT
            END-IF.

            MOVE SPACES TO WS-HEAD.
            MOVE SYSCMDLOG-REC(1:WS-CMD-POS) TO WS-HEAD.
            MOVE SPACES TO WS-F-DUMMY WS-F-IDX WS-F-START WS-F-END
                           WS-F-ELAPSED WS-F-RC WS-F-STATUS
                           WS-F-TRY WS-F-ARCH WS-F-RUN.
            UNSTRING WS-HEAD
                DELIMITED BY "IDX=" OR " START=" OR " END="
                    OR " ELAPSED=" OR " RC=" OR " STATUS="
                    OR " TRY=" OR " ARCH=" OR " RUN="
                INTO WS-F-DUMMY WS-F-IDX WS-F-START WS-F-END
                     WS-F-ELAPSED WS-F-RC WS-F-STATUS WS-F-TRY
                     WS-F-ARCH WS-F-RUN
            END-UNSTRING.
      *     A SYSCMDST LINE HAS NO ARCH= FIELD, SO ITS RUN ID LANDS
      *     ONE FIELD EARLY.
            IF WS-F-RUN = SPACES
               MOVE WS-F-ARCH TO WS-F-RUN
            END-IF.

            IF WS-F-RUN(1:14) NOT = WS-PRIOR-RUN-ID
                  OR WS-F-IDX(1:3) IS NOT NUMERIC
               GO TO P2559-EXIT
            END-IF.

            MOVE WS-F-IDX(1:3) TO WS-P-IDX.
            IF WS-P-IDX = 0 OR WS-P-IDX > 500
               GO TO P2559-EXIT
            END-IF.

            MOVE 0 TO WS-P-ELAPSED.
            COMPUTE WS-P-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-F-ELAPSED)).
            IF WS-P-LEN > 0 AND WS-P-LEN <= 9
               IF WS-F-ELAPSED(1:WS-P-LEN) IS NUMERIC
                  COMPUTE WS-P-ELAPSED = FUNCTION NUMVAL(
                      WS-F-ELAPSED(1:WS-P-LEN))
               END-IF
            END-IF.

            MOVE "Y" TO WS-AH-SEEN(WS-P-IDX).
            MOVE WS-F-START(1:14) TO WS-AH-START(WS-P-IDX).
            MOVE WS-P-ELAPSED TO WS-AH-EL(WS-P-IDX).
            MOVE SYSCMDLOG-REC(WS-CMD-POS + 6 :
                 WS-REC-LEN - WS-CMD-POS - 5) TO WS-AH-TEXT(WS-P-IDX).
            IF WS-P-IDX > WS-AH-TOP
               MOVE WS-P-IDX TO WS-AH-TOP
            END-IF.

       P2559-EXIT.
           EXIT.

      **************************************************************
      ** PROJECT THE FINISH TIME: NOW, PLUS WHAT IS LEFT OF THE
      ** CURRENT ENTRY (ITS ESTIMATE LESS THE TIME SINCE THE
      ** HEARTBEAT), PLUS THE ESTIMATE OF EVERY ENTRY AHEAD.
      ** CONSECUTIVE ENTRIES THAT STARTED TOGETHER IN THE PRIOR RUN
      ** ARE ONE PARALLEL GROUP AND COST ONLY THEIR LONGEST MEMBER.
      **************************************************************
       P2600-PROJECT-FINISH.

            MOVE WS-NOW-TS TO WS-TS-WORK.
            PERFORM P6000-TS-TO-SECS THRU P6009-EXIT.
            MOVE WS-TS-SECS TO WS-NOW-SECS.
            MOVE HB-TS TO WS-TS-WORK.
            PERFORM P6000-TS-TO-SECS THRU P6009-EXIT.
            MOVE WS-TS-SECS TO WS-HB-SECS.

            IF WS-NOW-SECS > WS-HB-SECS
               COMPUTE WS-EL-CUR = WS-NOW-SECS - WS-HB-SECS
            ELSE
               MOVE 0 TO WS-EL-CUR
            END-IF.

            MOVE 0 TO WS-AHEAD-SECS WS-AH-NOHIST.

            MOVE HB-INDX TO WS-AH-IDX.
            PERFORM P2650-ESTIMATE-ENTRY THRU P2659-EXIT.
            COMPUTE WS-REMAIN-SECS = WS-AH-EST - WS-EL-CUR.
            IF WS-REMAIN-SECS < 0
               MOVE 0 TO WS-REMAIN-SECS
            END-IF.
            MOVE SPACES TO WS-GRP-START.
            IF HB-INDX > 0 AND HB-INDX <= 500
               MOVE WS-AH-START(HB-INDX) TO WS-GRP-START
            END-IF.
            MOVE WS-REMAIN-SECS TO WS-GRP-MAX.
            MOVE "Y" TO WS-GRP-IS-CUR.

            IF WS-MON-DECK > WS-AH-TOP
               MOVE WS-MON-DECK TO WS-AH-TOP
            END-IF.
            IF WS-AH-TOP > 500
               MOVE 500 TO WS-AH-TOP
            END-IF.

            COMPUTE WS-AH-FIRST = HB-INDX + 1.
            PERFORM VARYING WS-AH-IDX FROM WS-AH-FIRST BY 1
                    UNTIL WS-AH-IDX > WS-AH-TOP
               IF WS-AH-SEEN(WS-AH-IDX) NOT = "Y"
                  IF WS-AH-IDX <= WS-MON-DECK
                     ADD 1 TO WS-AH-NOHIST
                  END-IF
               ELSE
                  PERFORM P2650-ESTIMATE-ENTRY THRU P2659-EXIT
                  IF WS-GRP-START NOT = SPACES
                        AND WS-AH-START(WS-AH-IDX) = WS-GRP-START
                     IF WS-GRP-IS-CUR = "Y"
                        IF WS-AH-EST > WS-EL-CUR
                           SUBTRACT WS-EL-CUR FROM WS-AH-EST
                        ELSE
                           MOVE 0 TO WS-AH-EST
                        END-IF
                     END-IF
                     IF WS-AH-EST > WS-GRP-MAX
                        MOVE WS-AH-EST TO WS-GRP-MAX
                     END-IF
                  ELSE
                     IF WS-GRP-IS-CUR = "Y"
                        MOVE WS-GRP-MAX TO WS-REMAIN-SECS
                     ELSE
                        ADD WS-GRP-MAX TO WS-AHEAD-SECS
                     END-IF
                     MOVE WS-AH-START(WS-AH-IDX) TO WS-GRP-START
                     MOVE WS-AH-EST TO WS-GRP-MAX
                     MOVE "N" TO WS-GRP-IS-CUR
                  END-IF
               END-IF
            END-PERFORM.

            IF WS-GRP-IS-CUR = "Y"
               MOVE WS-GRP-MAX TO WS-REMAIN-SECS
            ELSE
               ADD WS-GRP-MAX TO WS-AHEAD-SECS
            END-IF.

            COMPUTE WS-PROJ-SECS =
                WS-NOW-SECS + WS-REMAIN-SECS + WS-AHEAD-SECS.
            MOVE WS-PROJ-SECS TO WS-TS-SECS.
            PERFORM P6100-SECS-TO-TS THRU P6109-EXIT.
            MOVE WS-TS-WORK TO WS-PROJ-TS.

       P2609-EXIT.
           EXIT.

      **************************************************************
      ** ESTIMATE THE ENTRY AT WS-AH-IDX: ITS CMDBASE AVERAGE WHEN
      ** THE BASELINE KNOWS THE COMMAND, OTHERWISE ITS ELAPSED TIME
      ** IN THE PRIOR RUN (ZERO WHEN THE PRIOR RUN NEVER REACHED
      ** IT).
      **************************************************************
       P2650-ESTIMATE-ENTRY.

            MOVE 0 TO WS-AH-EST.
            IF WS-AH-IDX = 0 OR WS-AH-IDX > 500
               GO TO P2659-EXIT
            END-IF.
            IF WS-AH-SEEN(WS-AH-IDX) NOT = "Y"
               GO TO P2659-EXIT
            END-IF.

            MOVE WS-AH-EL(WS-AH-IDX) TO WS-AH-EST.

            MOVE SPACES TO WS-CMP-TEXT.
            MOVE FUNCTION TRIM(WS-AH-TEXT(WS-AH-IDX)) TO WS-CMP-TEXT.
            MOVE 0 TO WS-BASE-HIT.
            PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                    UNTIL WS-BASE-IDX > WS-BASE-CNT
                       OR WS-BASE-HIT > 0
               IF WS-BASE-TEXT(WS-BASE-IDX) = WS-CMP-TEXT
                  MOVE WS-BASE-IDX TO WS-BASE-HIT
               END-IF
            END-PERFORM.

            IF WS-BASE-HIT > 0
               IF WS-BASE-RUNS(WS-BASE-HIT) > 0
                  MOVE WS-BASE-AVG(WS-BASE-HIT) TO WS-AH-EST
               END-IF
            END-IF.

       P2659-EXIT.
           EXIT.

      **************************************************************
      ** COMPARE THE PROJECTION WITH THE DEADLINE AND THE WARNING
      ** POINT.  EACH THRESHOLD IS ANNOUNCED ONCE PER RUN: ALERTOUT
      ** IS CHECKED FOR AN EARLIER SYSCMDSW / SYSCMDSM RECORD OF
      ** THE SAME RUN BEFORE A NEW ONE IS WRITTEN.  A PROJECTED MISS
      ** SUPERSEDES THE WARNING.
      **************************************************************
       P2700-CHECK-THRESHOLDS.

            PERFORM P2750-SCAN-ALERTS THRU P2759-EXIT.

            IF WS-PROJ-SECS > WS-DL-SECS
               COMPUTE WS-ALERT-MINS =
                   (WS-PROJ-SECS - WS-DL-SECS + 59) / 60
               MOVE WS-ALERT-MINS TO WS-E-MINS
               DISPLAY "STATUS: PROJECTED TO MISS THE DEADLINE BY "
                       FUNCTION TRIM(WS-E-MINS) " MINUTES"
               MOVE 8 TO SAVED-RETURN-CODE
               IF WS-SM-RAISED NOT = "Y"
                  MOVE "SYSCMDSM" TO WS-NEW-TAG
                  PERFORM P2780-WRITE-SLA-ALERT THRU P2789-EXIT
               END-IF
               GO TO P2709-EXIT
            END-IF.

            IF WS-PROJ-SECS > WS-WARN-SECS
               COMPUTE WS-ALERT-MINS =
                   (WS-DL-SECS - WS-PROJ-SECS) / 60
               MOVE WS-ALERT-MINS TO WS-E-MINS
               DISPLAY "STATUS: INSIDE THE WARNING MARGIN - "
                       FUNCTION TRIM(WS-E-MINS) " MINUTES TO SPARE"
               MOVE 4 TO SAVED-RETURN-CODE
               IF WS-SW-RAISED NOT = "Y" AND WS-SM-RAISED NOT = "Y"
                  MOVE "SYSCMDSW" TO WS-NEW-TAG
                  PERFORM P2780-WRITE-SLA-ALERT THRU P2789-EXIT
               END-IF
               GO TO P2709-EXIT
            END-IF.

            COMPUTE WS-ALERT-MINS = (WS-DL-SECS - WS-PROJ-SECS) / 60.
            MOVE WS-ALERT-MINS TO WS-E-MINS.
            DISPLAY "STATUS: ON TRACK - " FUNCTION TRIM(WS-E-MINS)
                    " MINUTES TO SPARE".

       P2709-EXIT.
           EXIT.

      **************************************************************
      ** HAS THIS RUN ALREADY HAD ITS SLA WARNING OR MISS ALERT?
      **************************************************************
       P2750-SCAN-ALERTS.

            MOVE "N" TO WS-SW-RAISED WS-SM-RAISED.

            OPEN INPUT ALERTOUT-FILE.
            IF ALERTOUT-FILE-STATUS NOT = "00"
               GO TO P2759-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ ALERTOUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ALERT-RUN-ID = WS-MON-RUN-ID
                          EVALUATE ALERT-TAG
                             WHEN "SYSCMDSW"
                                MOVE "Y" TO WS-SW-RAISED
                             WHEN "SYSCMDSM"
                                MOVE "Y" TO WS-SM-RAISED
                             WHEN OTHER
                                CONTINUE
                          END-EVALUATE
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE ALERTOUT-FILE.

       P2759-EXIT.
           EXIT.

      **************************************************************
      ** APPEND A SYSCMDSW (WARNING MARGIN CROSSED) OR SYSCMDSM
      ** (DEADLINE PROJECTED TO BE MISSED) RECORD TO ALERTOUT AND
      ** TELL THE CONSOLE.  THE RC FIELD CARRIES THE MINUTES TO
      ** SPARE (SW) OR THE MINUTES LATE (SM); THE TEXT FIELD THE
      ** JOB, DEADLINE AND PROJECTED FINISH.
      **************************************************************
       P2780-WRITE-SLA-ALERT.

            DISPLAY WS-NEW-TAG " RUN=" WS-MON-RUN-ID
                    " JOB=" WS-MON-JOB
                    " DEADLINE=" WS-DL-TS(1:12)
                    " PROJECTED=" WS-PROJ-TS(1:12)
                    UPON CONSOLE.

            OPEN EXTEND ALERTOUT-FILE.
            IF ALERTOUT-FILE-STATUS = "35"
               OPEN OUTPUT ALERTOUT-FILE
            END-IF.

            IF ALERTOUT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ALERTOUT - FILE STATUS: "
                       ALERTOUT-FILE-STATUS
               GO TO P2789-EXIT
            END-IF.

            MOVE SPACES TO ALERTOUT-REC.
            MOVE WS-NEW-TAG TO ALERT-TAG.
            MOVE WS-MON-RUN-ID TO ALERT-RUN-ID.
            MOVE HB-INDX TO ALERT-IDX.
            IF WS-ALERT-MINS > 9999
               MOVE 9999 TO ALERT-RC
            ELSE
               MOVE WS-ALERT-MINS TO ALERT-RC
            END-IF.
            MOVE WS-NOW-TS TO ALERT-TS.
            STRING "JOB=" DELIMITED BY SIZE
                   WS-MON-JOB DELIMITED BY SPACE
                   " DEADLINE=" DELIMITED BY SIZE
                   WS-DL-TS(1:12) DELIMITED BY SIZE
                   " PROJECTED=" DELIMITED BY SIZE
                   WS-PROJ-TS(1:12) DELIMITED BY SIZE
                   INTO ALERT-CMD
            END-STRING.

            WRITE ALERTOUT-REC.
            CLOSE ALERTOUT-FILE.

            DISPLAY "ALERT RAISED: " ALERT-TAG " RUN=" ALERT-RUN-ID
                    " MINUTES=" ALERT-RC.

       P2789-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT A RUNLEDG HEADER (SYSCMDLD'S P1100 LAYOUT).
      **************************************************************
       P2800-SPLIT-HEADER.

            MOVE SPACES TO WS-F-DUMMY WS-F-RUN WS-F-JOB WS-F-PARM
                           WS-F-DECK.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "HDR RUN=" OR " JOB=" OR " PARM="
                    OR " DECK=" OR " DECKFP="
                INTO WS-F-DUMMY WS-F-RUN WS-F-JOB WS-F-PARM
                     WS-F-DECK
            END-UNSTRING.

       P2809-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT A RUNLEDG TRAILER (SYSCMDLD'S P1200 LAYOUT).
      **************************************************************
       P2850-SPLIT-TRAILER.

            MOVE SPACES TO WS-F-DUMMY WS-F-RUN WS-F-END WS-F-CMDS
                           WS-F-FAILS WS-F-WORST.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "TRL RUN=" OR " END=" OR " CMDS="
                    OR " FAILS=" OR " WORSTRC=" OR " RESUME="
                INTO WS-F-DUMMY WS-F-RUN WS-F-END WS-F-CMDS
                     WS-F-FAILS WS-F-WORST
            END-UNSTRING.

       P2859-EXIT.
           EXIT.

      **************************************************************
      ** DOES THE SLAMAST CLASS OF JOB WS-SL-HIT APPLY ON THE DATE
      ** IN WS-TODAY-DATE?  THE EXECUTORS' P4600 &RUNON TEST, CLASS
      ** FOR CLASS; A MISMATCH SETS WS-CAL-SKIP.
      **************************************************************
       P4600-CHECK-CLASS.

            MOVE "N" TO WS-CAL-SKIP.

            EVALUATE SLAMAST-T-CLASS(WS-SL-HIT)
               WHEN "DAILY"
               WHEN SPACES
                  CONTINUE
               WHEN "BUSINESSDAY"
                  IF WS-CAL-IS-BUSDAY NOT = "Y"
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN "MONTHEND"
                  IF WS-TODAY-DATE NOT = WS-CAL-MENDBUS
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN "MONDAY"
                  IF WS-CAL-TODAY-DOW NOT = 1
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN "TUESDAY"
                  IF WS-CAL-TODAY-DOW NOT = 2
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN "WEDNESDAY"
                  IF WS-CAL-TODAY-DOW NOT = 3
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN "THURSDAY"
                  IF WS-CAL-TODAY-DOW NOT = 4
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN "FRIDAY"
                  IF WS-CAL-TODAY-DOW NOT = 5
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN "SATURDAY"
                  IF WS-CAL-TODAY-DOW NOT = 6
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN "SUNDAY"
                  IF WS-CAL-TODAY-DOW NOT = 0
                     MOVE "Y" TO WS-CAL-SKIP
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

       P4609-EXIT.
           EXIT.

      **************************************************************
      ** SLA-ATTAINMENT REPORT: GATHER THE RUNS OF SLAMAST JOBS
      ** STARTED IN THE RANGE, THEN JUDGE EVERY DATE / JOB WINDOW
      ** THE JOB'S CLASS APPLIES TO.
      **************************************************************
       P5000-ATTAINMENT-REPORT.

            PERFORM P5100-LOAD-RANGE-RUNS THRU P5109-EXIT.

            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > SLAMAST-CNT
               MOVE 0 TO WS-JS-WINDOWS(WS-SL-IDX)
                         WS-JS-MET(WS-SL-IDX)
                         WS-JS-LATE(WS-SL-IDX)
                         WS-JS-FAILED(WS-SL-IDX)
                         WS-JS-NOTRL(WS-SL-IDX)
                         WS-JS-NOTRUN(WS-SL-IDX)
            END-PERFORM.

            DISPLAY "=================================================".
            DISPLAY "SYSCMDSL - SLA ATTAINMENT " WS-FROM-DATE
                    " THRU " WS-THRU-DATE.
            DISPLAY "=================================================".
            DISPLAY "DATE     DAY       JOB      DEADLINE     "
                    "RUN ID         END          RESULT     LATE".

            PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-DAY-INT > WS-THRU-INT
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-DAY-INT)
               MOVE WS-DATE-NUM TO WS-TODAY-DATE
               PERFORM P0885-SET-DAY-VALUES THRU P0886-EXIT
               PERFORM VARYING WS-SL-HIT FROM 1 BY 1
                       UNTIL WS-SL-HIT > SLAMAST-CNT
                  PERFORM P4600-CHECK-CLASS THRU P4609-EXIT
                  IF WS-CAL-SKIP NOT = "Y"
                     PERFORM P5200-JUDGE-WINDOW THRU P5209-EXIT
                  END-IF
               END-PERFORM
            END-PERFORM.

            PERFORM P5300-PRINT-TOTALS THRU P5309-EXIT.

       P5009-EXIT.
           EXIT.

      **************************************************************
      ** LOAD EVERY RUNLEDG RUN OF A SLAMAST JOB WHOSE RUN ID (ITS
      ** START TIME) FALLS IN THE RANGE, WITH ITS TRAILER DETAILS.
      **************************************************************
       P5100-LOAD-RANGE-RUNS.

            MOVE 0 TO WS-RR-CNT WS-RR-OVERFLOW.

            OPEN INPUT RUNLEDG-FILE.
            IF RUNLEDG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RUNLEDG - FILE STATUS: "
                       RUNLEDG-FILE-STATUS
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P5109-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ RUNLEDG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE RUNLEDG-REC(1:4)
                          WHEN "HDR "
                             PERFORM P5150-TAKE-RANGE-HEADER
                                         THRU P5159-EXIT
                          WHEN "TRL "
                             PERFORM P5170-TAKE-RANGE-TRAILER
                                         THRU P5179-EXIT
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
               END-READ
            END-PERFORM.

            CLOSE RUNLEDG-FILE.

       P5109-EXIT.
           EXIT.

      **************************************************************
      ** KEEP A HEADER WHEN ITS RUN STARTED IN THE RANGE AND ITS JOB
      ** HAS A DEADLINE.
      **************************************************************
       P5150-TAKE-RANGE-HEADER.

            PERFORM P2800-SPLIT-HEADER THRU P2809-EXIT.

            IF WS-F-RUN(1:8) < WS-FROM-DATE
                  OR WS-F-RUN(1:8) > WS-THRU-DATE
                  OR WS-F-RUN(1:14) IS NOT NUMERIC
               GO TO P5159-EXIT
            END-IF.

            MOVE 0 TO WS-SL-HIT.
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > SLAMAST-CNT
                       OR WS-SL-HIT > 0
               IF SLAMAST-T-JOB(WS-SL-IDX) = WS-F-JOB(1:8)
                  MOVE WS-SL-IDX TO WS-SL-HIT
               END-IF
            END-PERFORM.
            IF WS-SL-HIT = 0
               GO TO P5159-EXIT
            END-IF.

            IF WS-RR-CNT >= 1000
               ADD 1 TO WS-RR-OVERFLOW
               GO TO P5159-EXIT
            END-IF.

            ADD 1 TO WS-RR-CNT.
            MOVE WS-F-RUN(1:14) TO WS-RR-RUN-ID(WS-RR-CNT).
            MOVE WS-F-JOB(1:8) TO WS-RR-JOB(WS-RR-CNT).
            MOVE "N" TO WS-RR-HAS-TRL(WS-RR-CNT).
            MOVE SPACES TO WS-RR-END(WS-RR-CNT).
            MOVE 0 TO WS-RR-FAILS(WS-RR-CNT).

       P5159-EXIT.
           EXIT.

      **************************************************************
      ** MATCH A TRAILER TO A KEPT HEADER.
      **************************************************************
       P5170-TAKE-RANGE-TRAILER.

            PERFORM P2850-SPLIT-TRAILER THRU P2859-EXIT.

            MOVE 0 TO WS-RR-HIT.
            PERFORM VARYING WS-RR-IDX FROM 1 BY 1
                    UNTIL WS-RR-IDX > WS-RR-CNT
                       OR WS-RR-HIT > 0
               IF WS-RR-RUN-ID(WS-RR-IDX) = WS-F-RUN(1:14)
                  MOVE WS-RR-IDX TO WS-RR-HIT
               END-IF
            END-PERFORM.
            IF WS-RR-HIT = 0
               GO TO P5179-EXIT
            END-IF.

            MOVE "Y" TO WS-RR-HAS-TRL(WS-RR-HIT).
            MOVE WS-F-END(1:14) TO WS-RR-END(WS-RR-HIT).
            IF WS-F-FAILS(1:3) IS NUMERIC
               MOVE WS-F-FAILS(1:3) TO WS-RR-FAILS(WS-RR-HIT)
            END-IF.

       P5179-EXIT.
           EXIT.

      **************************************************************
      ** JUDGE ONE WINDOW - JOB WS-SL-HIT ON DATE WS-TODAY-DATE -
      ** FROM THE BEST OF THE RUNS STARTED THAT DAY:
      **   MET      ENDED CLEAN (NO FAILED COMMANDS) BY THE DEADLINE
      **   LATE     ENDED CLEAN AFTER THE DEADLINE
      **   FAILED   ENDED WITH FAILED COMMANDS
      **   NO TRL   STARTED BUT NEVER WROTE ITS TRAILER
      **   NOT RUN  NO RUN STARTED THAT DAY
      ** ONLY MET COUNTS AS ATTAINED.
      **************************************************************
       P5200-JUDGE-WINDOW.

            MOVE 1 TO WS-BEST-RANK.
            MOVE 0 TO WS-BEST-RR WS-BEST-LATE.

            PERFORM VARYING WS-RR-IDX FROM 1 BY 1
                    UNTIL WS-RR-IDX > WS-RR-CNT
               IF WS-RR-JOB(WS-RR-IDX) = SLAMAST-T-JOB(WS-SL-HIT)
                     AND WS-RR-RUN-ID(WS-RR-IDX)(1:8) = WS-TODAY-DATE
                  PERFORM P5250-RANK-RUN THRU P5259-EXIT
                  IF WS-THIS-RANK > WS-BEST-RANK
                     MOVE WS-THIS-RANK TO WS-BEST-RANK
                     MOVE WS-RR-IDX TO WS-BEST-RR
                     MOVE WS-THIS-LATE TO WS-BEST-LATE
                  END-IF
               END-IF
            END-PERFORM.

            ADD 1 TO WS-JS-WINDOWS(WS-SL-HIT).
            EVALUATE WS-BEST-RANK
               WHEN 5
                  MOVE "MET" TO WS-RESULT-TEXT
                  ADD 1 TO WS-JS-MET(WS-SL-HIT)
               WHEN 4
                  MOVE "LATE" TO WS-RESULT-TEXT
                  ADD 1 TO WS-JS-LATE(WS-SL-HIT)
               WHEN 3
                  MOVE "FAILED" TO WS-RESULT-TEXT
                  ADD 1 TO WS-JS-FAILED(WS-SL-HIT)
               WHEN 2
                  MOVE "NO TRL" TO WS-RESULT-TEXT
                  ADD 1 TO WS-JS-NOTRL(WS-SL-HIT)
               WHEN OTHER
                  MOVE "NOT RUN" TO WS-RESULT-TEXT
                  ADD 1 TO WS-JS-NOTRUN(WS-SL-HIT)
            END-EVALUATE.

            IF WS-BEST-RR = 0
               DISPLAY WS-TODAY-DATE " "
                       WS-DAY-NAME(WS-CAL-TODAY-DOW + 1) " "
                       SLAMAST-T-JOB(WS-SL-HIT) " "
                       SLAMAST-T-DL-HH(WS-SL-HIT)
                       SLAMAST-T-DL-MM(WS-SL-HIT)
                       "         -              -            "
                       WS-RESULT-TEXT
            ELSE
               MOVE WS-BEST-LATE TO WS-E-LATE
               MOVE WS-RR-RUN-ID(WS-BEST-RR) TO WS-TS-WORK
               PERFORM P6200-DEADLINE-FOR-RUN THRU P6209-EXIT
               MOVE WS-DL-SECS TO WS-TS-SECS
               PERFORM P6100-SECS-TO-TS THRU P6109-EXIT
               DISPLAY WS-TODAY-DATE " "
                       WS-DAY-NAME(WS-CAL-TODAY-DOW + 1) " "
                       SLAMAST-T-JOB(WS-SL-HIT) " "
                       WS-TS-WORK(1:12) " "
                       WS-RR-RUN-ID(WS-BEST-RR) " "
                       WS-RR-END(WS-BEST-RR)(1:12) " "
                       WS-RESULT-TEXT " " WS-E-LATE
            END-IF.

       P5209-EXIT.
           EXIT.

      **************************************************************
      ** RANK THE RUN AT WS-RR-IDX FOR JOB WS-SL-HIT AND WORK OUT
      ** HOW MANY MINUTES PAST ITS DEADLINE IT ENDED.
      **************************************************************
       P5250-RANK-RUN.

            MOVE 0 TO WS-THIS-LATE.

            IF WS-RR-HAS-TRL(WS-RR-IDX) NOT = "Y"
               MOVE 2 TO WS-THIS-RANK
               GO TO P5259-EXIT
            END-IF.

            MOVE WS-RR-RUN-ID(WS-RR-IDX) TO WS-TS-WORK.
            PERFORM P6200-DEADLINE-FOR-RUN THRU P6209-EXIT.
            MOVE WS-RR-END(WS-RR-IDX) TO WS-TS-WORK.
            PERFORM P6000-TS-TO-SECS THRU P6009-EXIT.
            MOVE WS-TS-SECS TO WS-END-SECS.

            IF WS-END-SECS > WS-DL-SECS
               COMPUTE WS-THIS-LATE =
                   (WS-END-SECS - WS-DL-SECS + 59) / 60
            END-IF.

            IF WS-RR-FAILS(WS-RR-IDX) > 0
               MOVE 3 TO WS-THIS-RANK
            ELSE
               IF WS-THIS-LATE > 0
                  MOVE 4 TO WS-THIS-RANK
               ELSE
                  MOVE 5 TO WS-THIS-RANK
               END-IF
            END-IF.

       P5259-EXIT.
           EXIT.

      **************************************************************
      ** PRINT THE PER-JOB ATTAINMENT TOTALS.
      **************************************************************
       P5300-PRINT-TOTALS.

            DISPLAY "=================================================".
            DISPLAY "JOB      WINDOWS   MET  LATE FAILD NOTRL NORUN"
                    "  ATTAINED".

            MOVE 0 TO WS-TOT-WINDOWS WS-TOT-MET.
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > SLAMAST-CNT
               IF WS-JS-WINDOWS(WS-SL-IDX) > 0
                  COMPUTE WS-PCT ROUNDED =
                      WS-JS-MET(WS-SL-IDX) * 100
                      / WS-JS-WINDOWS(WS-SL-IDX)
               ELSE
                  MOVE 0 TO WS-PCT
               END-IF
               MOVE WS-PCT TO WS-E-PCT
               DISPLAY SLAMAST-T-JOB(WS-SL-IDX) " "
                       WS-JS-WINDOWS(WS-SL-IDX) " "
                       WS-JS-MET(WS-SL-IDX) " "
                       WS-JS-LATE(WS-SL-IDX) " "
                       WS-JS-FAILED(WS-SL-IDX) " "
                       WS-JS-NOTRL(WS-SL-IDX) " "
                       WS-JS-NOTRUN(WS-SL-IDX) "  "
                       WS-E-PCT "%"
               ADD WS-JS-WINDOWS(WS-SL-IDX) TO WS-TOT-WINDOWS
               ADD WS-JS-MET(WS-SL-IDX) TO WS-TOT-MET
            END-PERFORM.

            IF WS-TOT-WINDOWS > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-TOT-MET * 100 / WS-TOT-WINDOWS
            ELSE
               MOVE 0 TO WS-PCT
            END-IF.
            MOVE WS-PCT TO WS-E-PCT.

            DISPLAY "=================================================".
            DISPLAY "WINDOWS: " WS-TOT-WINDOWS
                    "  MET: " WS-TOT-MET
                    "  ATTAINMENT: " WS-E-PCT "%".
            IF WS-RR-OVERFLOW > 0
               DISPLAY "WARNING - RUN TABLE FULL: " WS-RR-OVERFLOW
                       " RUNS NOT JUDGED"
            END-IF.
            DISPLAY "=================================================".

       P5309-EXIT.
           EXIT.

      **************************************************************
      ** CONVERT THE YYYYMMDDHHMMSS TIMESTAMP IN WS-TS-WORK TO
      ** SECONDS IN WS-TS-SECS.
      **************************************************************
       P6000-TS-TO-SECS.

            COMPUTE WS-TS-SECS =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-TS-WORK(1:8))) * 86400
              + FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
              + FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
              + FUNCTION NUMVAL(WS-TS-WORK(13:2)).

       P6009-EXIT.
           EXIT.

      **************************************************************
      ** CONVERT THE SECONDS IN WS-TS-SECS BACK TO A YYYYMMDDHHMMSS
      ** TIMESTAMP IN WS-TS-WORK.
      **************************************************************
       P6100-SECS-TO-TS.

            DIVIDE WS-TS-SECS BY 86400
                GIVING WS-TS-DAYS REMAINDER WS-TS-SOD.
            COMPUTE WS-T-DATE = FUNCTION DATE-OF-INTEGER(WS-TS-DAYS).
            DIVIDE WS-TS-SOD BY 3600
                GIVING WS-T-HH REMAINDER WS-T-REST.
            DIVIDE WS-T-REST BY 60
                GIVING WS-T-MI REMAINDER WS-T-SS.

            MOVE SPACES TO WS-TS-WORK.
            STRING WS-T-DATE DELIMITED BY SIZE
                   WS-T-HH DELIMITED BY SIZE
                   WS-T-MI DELIMITED BY SIZE
                   WS-T-SS DELIMITED BY SIZE
                   INTO WS-TS-WORK
            END-STRING.

       P6109-EXIT.
           EXIT.

      **************************************************************
      ** THE DEADLINE (WS-DL-SECS) OF JOB WS-SL-HIT FOR THE RUN
      ** WHOSE ID (START TIMESTAMP) IS IN WS-TS-WORK: THE DEADLINE
      ** TIME ON THE START DATE, OR ON THE NEXT DAY WHEN THE
      ** DEADLINE IS NOT LATER IN THE DAY THAN THE START.
      **************************************************************
       P6200-DEADLINE-FOR-RUN.

            COMPUTE WS-RUN-HHMM = FUNCTION NUMVAL(WS-TS-WORK(9:4)).
            COMPUTE WS-DL-HHMM = SLAMAST-T-DL-HH(WS-SL-HIT) * 100
                               + SLAMAST-T-DL-MM(WS-SL-HIT).

            COMPUTE WS-DL-SECS =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-TS-WORK(1:8))) * 86400
              + SLAMAST-T-DL-HH(WS-SL-HIT) * 3600
              + SLAMAST-T-DL-MM(WS-SL-HIT) * 60.

            IF WS-DL-HHMM <= WS-RUN-HHMM
               ADD 86400 TO WS-DL-SECS
            END-IF.

       P6209-EXIT.
           EXIT.
