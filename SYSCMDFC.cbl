       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDFC.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: SCHEDULE FORECAST.  READS A CARDIN DECK THE
      *     WAY SYSCMDSP AND SYSCMDST DO - &INCLUDE MEMBERS EXPANDED
      *     FROM PROCLIB WITH THEIR &1..&6 PARAMETERS, "+"
      *     CONTINUATIONS JOINED, &RUNON CLASSES STAMPED ON EVERY
      *     ENTRY - AND FOR EVERY BUSINESS DATE IN A RANGE LISTS WHAT
      *     WOULD HAPPEN ON THAT DATE: THE FULLY EXPANDED COMMANDS
      *     THAT WOULD RUN, THE COMMANDS THE CALENDAR STEPS OVER, AND
      *     THE VALUES THE &DD() AND &DT() TOKENS RESOLVE TO.  THE
      *     DAY CLASSES, THE &RUNON TEST AND THE TOKEN SUBSTITUTION
      *     FOLLOW THE EXECUTORS' P0880 / P4600 / P2100 / P2170 RULES
      *     EXACTLY, AGAINST THE SAME CALENDAR HOLIDAY DATASET, SO THE
      *     LISTING IS THE SIGNED-OFF "EXPECTED RUN" FOR A
      *     CHANGE-FREEZE REVIEW.  ENTRIES INSIDE AN &IF BLOCK ARE
      *     MARKED "?" - THEY DEPEND ON RETURN CODES AND VARIABLES
      *     ONLY KNOWN ON THE NIGHT.  AN OPTIONAL FCIN CARD DECK
      *     SELECTS THE RANGE (&FROM / &THRU yyyymmdd, DEFAULT TODAY
      *     ONLY, AT MOST 92 DATES) AND &ALLDAYS ALSO FORECASTS
      *     WEEKENDS AND HOLIDAYS.  A TOKEN THAT DOES NOT RESOLVE OR
      *     A BAD &INCLUDE ENDS THE JOB WITH RC 8; A YEAR IN THE
      *     RANGE WITH NO HOLIDAYS ON THE CALENDAR IS WARNED ABOUT
      *     WITH RC 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN-FILE ASSIGN TO "CARDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARDIN-FILE-STATUS.
           SELECT FCIN-FILE ASSIGN TO "FCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FCIN-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT PROCINC-FILE ASSIGN DYNAMIC WS-INC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCINC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDIN-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  CARDIN-REC                     PIC X(80).

       FD  FCIN-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  FCIN-REC                       PIC X(80).

       FD  CALENDAR-FILE
           LABEL RECORDS STANDARD.
       01  CALENDAR-REC                   PIC X(80).

       FD  PROCINC-FILE
           LABEL RECORDS STANDARD.
       01  PROCINC-REC                    PIC X(80).

       WORKING-STORAGE SECTION.

       01 CARDIN-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 FCIN-FILE-STATUS             PIC X(02) VALUE SPACES.
       01 CALENDAR-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 PROCINC-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 CONTROL-REC-UPPER            PIC X(80).
       01 WS-EOF                       PIC X(01) VALUE "N".

       01 WS-VARIABLES.
          05 INDX                     PIC 9(03) VALUE 1.
          05 WS-CUR-INDX              PIC 9(03) VALUE 1.
          05 LINE-LEN                 PIC 9(02) VALUE 0.
          05 WS-PARALLEL-MARKING      PIC X(01) VALUE "N".
          05 WS-CONT-FLAG             PIC X(01) VALUE "N".
             88 WS-IS-CONTINUING      VALUE "Y".
          05 WS-CONT-PART-LEN         PIC 9(02) VALUE 0.
          05 WS-CUR-CMD-LEN           PIC 9(04) VALUE 0.
          05 WS-CARD-LINE             PIC X(80) VALUE SPACES.
          05 WS-CARD-LINE-UC          PIC X(80) VALUE SPACES.
          05 WS-CARD-TOKEN            PIC X(12) VALUE SPACES.
          05 WS-CARD-OP1              PIC X(20) VALUE SPACES.
          05 WS-CARD-OP2              PIC X(20) VALUE SPACES.
          05 WS-CTL-TYPE              PIC X(01) VALUE SPACE.
          05 WS-RUNON-CLASS           PIC X(12) VALUE "DAILY".
          05 WS-CHK-LINE-LEN          PIC 9(02) VALUE 0.
          05 WS-VFY-PTR               PIC 9(03) VALUE 1.
          05 WS-VFY-KW                PIC X(20) VALUE SPACES.
          05 WS-SETVAR-NAME           PIC X(08) VALUE SPACES.
          05 WS-SETVAR-NAME-LEN       PIC 9(02) VALUE 0.
          05 WS-PROCLIB-DIR           PIC X(200) VALUE SPACES.
          05 WS-INC-FILE-NAME         PIC X(250) VALUE SPACES.
          05 WS-INC-MEMBER-RAW        PIC X(40) VALUE SPACES.
          05 WS-INC-DUMMY             PIC X(12) VALUE SPACES.
          05 WS-INC-MEMBER-LEN        PIC 9(02) VALUE 0.
          05 WS-INC-WORK              PIC X(160) VALUE SPACES.
          05 WS-INC-WORK-SAVE         PIC X(160) VALUE SPACES.
          05 WS-INC-TAIL-LEN          PIC 9(03) VALUE 0.
          05 WS-INC-BPTR              PIC 9(03) VALUE 1.
          05 WS-INC-TOK               PIC X(02) VALUE SPACES.
          05 WS-INC-DIGIT             PIC 9(01) VALUE 0.
          05 WS-INC-PARM-IDX          PIC 9(01) VALUE 0.
          05 WS-INC-POS               PIC 9(03) VALUE 0.
          05 WS-INC-LEN               PIC 9(03) VALUE 0.
          05 WS-INC-PASS              PIC 9(02) VALUE 0.
          05 WS-INC-SCAN-DONE         PIC X(01) VALUE "N".
          05 WS-INC-AMP-CNT           PIC 9(02) VALUE 0.
          05 SAVED-RETURN-CODE        PIC S9(8) COMP-5 VALUE ZEROS.

      *    COMMAND TEXT AND TOKEN SUBSTITUTION WORK AREAS - THE SAME
      *    NAMES AND SIZES THE EXECUTORS USE.
       01 WS-SUBST-AREAS.
          05 WS-COMMAND               PIC X(2048) VALUE SPACES.
          05 WS-REMAINING-CMD         PIC X(2048) VALUE SPACES.
          05 WS-CMD-TEXT-LEN          PIC 9(04) VALUE 0.
          05 WS-DD-TOK-POS            PIC 9(04) VALUE 0.
          05 WS-DD-CLOSE-POS          PIC 9(04) VALUE 0.
          05 WS-DD-NAME-LEN           PIC 9(04) VALUE 0.
          05 WS-TAIL-LEN              PIC 9(04) VALUE 0.
          05 WS-DDTOK-NAME            PIC X(08) VALUE SPACES.
          05 WS-DD-SCAN-DONE          PIC X(01) VALUE "N".
             88 DD-SCAN-DONE          VALUE "Y".
          05 WS-CMD-DD-FAILED         PIC X(01) VALUE "N".
             88 WS-DD-SUBST-FAILED    VALUE "Y".
          05 WS-DT-TOK-POS            PIC 9(04) VALUE 0.
          05 WS-DT-CLOSE-POS          PIC 9(04) VALUE 0.
          05 WS-DT-NAME-LEN           PIC 9(04) VALUE 0.
          05 WS-DTTOK-NAME            PIC X(08) VALUE SPACES.
          05 WS-DT-VALUE              PIC X(08) VALUE SPACES.
          05 WS-DT-SCAN-DONE          PIC X(01) VALUE "N".

      *    DAY CLASSES FOR THE DATE BEING FORECAST - WORKED OUT BY
      *    P0885 EXACTLY AS THE EXECUTORS WORK THEM OUT FOR TODAY.
       01 WS-CALENDAR-AREAS.
          05 WS-TODAY-DATE            PIC X(08) VALUE SPACES.
          05 WS-CAL-TODAY-INT         PIC 9(08) VALUE 0.
          05 WS-CAL-TODAY-DOW         PIC 9(01) VALUE 0.
          05 WS-CAL-IS-BUSDAY         PIC X(01) VALUE "N".
          05 WS-CAL-PRIORBUS          PIC X(08) VALUE SPACES.
          05 WS-CAL-MONTHEND          PIC X(08) VALUE SPACES.
          05 WS-CAL-MENDBUS           PIC X(08) VALUE SPACES.
          05 WS-CAL-TODAY6            PIC X(06) VALUE SPACES.
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

       01 WS-INC-STACK.
          05 WS-INC-DEPTH             PIC 9(01) VALUE 0.
          05 WS-INC-LEVEL OCCURS 3 TIMES.
             10 WS-INC-CARD-CNT       PIC 9(03).
             10 WS-INC-CARD-PTR       PIC 9(03).
             10 WS-INC-CARD           PIC X(80) OCCURS 200 TIMES.

       01 WS-INC-PARMS.
          05 WS-INC-PARM              PIC X(40) OCCURS 6 TIMES.

      *    THE EXPANDED DECK: ONE ENTRY PER LOGICAL COMMAND OR
      *    FLOW-CONTROL CARD, TYPED AS IN THE EXECUTORS (C COMMAND,
      *    V &SETVAR, W &WAITFOR, I &IF, E &ELSE, F &ENDIF, L &LABEL,
      *    S &SKIPTO).
       01 WS-DECK-TABLE.
          05 WS-DECK-ENTRY OCCURS 500 TIMES.
             10 WS-DK-TEXT            PIC X(2048).
             10 WS-DK-TYPE            PIC X(01).
             10 WS-DK-PARALLEL        PIC X(01).
             10 WS-DK-LABEL           PIC X(08).
             10 WS-DK-RUNON           PIC X(12).

      *    FORECAST RANGE AND PER-DATE STATE.
       01 WS-FORECAST-AREAS.
          05 WS-FROM-DATE             PIC X(08) VALUE SPACES.
          05 WS-THRU-DATE             PIC X(08) VALUE SPACES.
          05 WS-ALL-DAYS              PIC X(01) VALUE "N".
             88 FORECAST-ALL-DAYS     VALUE "Y".
          05 WS-FROM-INT              PIC 9(08) VALUE 0.
          05 WS-THRU-INT              PIC 9(08) VALUE 0.
          05 WS-DAY-INT               PIC 9(08) VALUE 0.
          05 WS-DATE-NUM              PIC 9(08) VALUE 0.
          05 WS-LAST-YEAR             PIC X(04) VALUE SPACES.
          05 WS-YEAR-HOLS             PIC 9(03) VALUE 0.
          05 WS-SKIPTO-ACTIVE         PIC X(01) VALUE "N".
          05 WS-SKIPTO-TARGET         PIC X(08) VALUE SPACES.
          05 WS-IF-DEPTH              PIC 9(02) VALUE 0.
          05 WS-COND-MARK             PIC X(01) VALUE SPACE.
          05 WS-ENTRY-TAG             PIC X(08) VALUE SPACES.
          05 WS-UNRES-FLAG            PIC X(16) VALUE SPACES.
          05 WS-DAY-RUN-CNT           PIC 9(03) VALUE 0.
          05 WS-DAY-CAL-CNT           PIC 9(03) VALUE 0.
          05 WS-DAY-SKIPTO-CNT        PIC 9(03) VALUE 0.
          05 WS-DATES-SEEN            PIC 9(03) VALUE 0.
          05 WS-DATES-FORECAST        PIC 9(03) VALUE 0.
          05 WS-DATES-NONBUS          PIC 9(03) VALUE 0.
          05 WS-TOT-RUN-CNT           PIC 9(07) VALUE 0.
          05 WS-TOT-CAL-CNT           PIC 9(07) VALUE 0.
          05 WS-TOT-UNRES-CNT         PIC 9(05) VALUE 0.
          05 WS-RES-IDX               PIC 9(03) VALUE 0.
          05 WS-RES-HIT               PIC 9(03) VALUE 0.
          05 WS-RES-NEW-TOKEN         PIC X(16) VALUE SPACES.
          05 WS-RES-NEW-VALUE         PIC X(200) VALUE SPACES.

      *    CALENDAR-SKIPPED ENTRIES AND RESOLVED TOKEN VALUES FOR THE
      *    DATE BEING FORECAST.
       01 WS-CAL-SKIP-LIST.
          05 WS-CSK-CNT               PIC 9(03) VALUE 0.
          05 WS-CSK-INDX              PIC 9(03) OCCURS 500 TIMES.

       01 WS-RESOLVED-NAMES.
          05 WS-RES-CNT               PIC 9(03) VALUE 0.
          05 WS-RES-ENTRY OCCURS 100 TIMES.
             10 WS-RES-TOKEN          PIC X(16).
             10 WS-RES-VALUE          PIC X(200).

       COPY MFJCTLBC REPLACING ==(TAG)== BY ==CTLB==.

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: PICK UP THE RANGE, LOAD THE CALENDAR, EXPAND THE
      * DECK ONCE, THEN FORECAST EACH DATE IN TURN.
      **************************************************************
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FROM-DATE.

            PERFORM P1000-READ-FCIN THRU P1009-EXIT.
            IF SAVED-RETURN-CODE >= 8
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM P0880-LOAD-CALENDAR THRU P0889-EXIT.
            PERFORM P1500-READ-CARDIN THRU P1509-EXIT.

            DISPLAY "=================================================".
            DISPLAY "SYSCMDFC - SCHEDULE FORECAST " WS-FROM-DATE
                    " THRU " WS-THRU-DATE.
            DISPLAY "DECK ENTRIES AFTER EXPANSION: " INDX.
            DISPLAY "=================================================".

            PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-DAY-INT > WS-THRU-INT
               PERFORM P4000-FORECAST-DATE THRU P4009-EXIT
            END-PERFORM.

            DISPLAY "=================================================".
            DISPLAY "DATES IN RANGE:       " WS-DATES-SEEN.
            DISPLAY "DATES FORECAST:       " WS-DATES-FORECAST.
            DISPLAY "NON-BUSINESS DATES:   " WS-DATES-NONBUS.
            DISPLAY "COMMANDS TO RUN:      " WS-TOT-RUN-CNT.
            DISPLAY "STEPPED OVER (CAL):   " WS-TOT-CAL-CNT.
            DISPLAY "UNRESOLVED TOKENS:    " WS-TOT-UNRES-CNT.
            DISPLAY "=================================================".

            IF WS-TOT-UNRES-CNT > 0 AND SAVED-RETURN-CODE < 8
               MOVE 8 TO SAVED-RETURN-CODE
            END-IF.

            IF SAVED-RETURN-CODE > RETURN-CODE
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
            END-IF.

            GOBACK.

      **************************************************************
      ** READ THE OPTIONAL FCIN SELECTION DECK.  RECOGNISED CARDS:
      **   &FROM yyyymmdd   - FIRST DATE TO FORECAST (DEFAULT TODAY)
      **   &THRU yyyymmdd   - LAST DATE TO FORECAST (DEFAULT &FROM)
      **   &ALLDAYS         - ALSO FORECAST WEEKENDS AND HOLIDAYS
      ** A MISSING FCIN DATASET FORECASTS TODAY ONLY.  AN IMPOSSIBLE
      ** OR BACKWARDS RANGE, OR ONE OVER 92 DATES, IS REFUSED WITH
      ** RC 8.
      **************************************************************
       P1000-READ-FCIN.

            OPEN INPUT FCIN-FILE.
            IF FCIN-FILE-STATUS NOT = "00"
               DISPLAY "FCIN NOT PRESENT - FORECASTING TODAY ONLY"
            ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                  READ FCIN-FILE INTO CONTROL-REC-UPPER
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
                        WHEN "&ALLDAYS"
                           MOVE "Y" TO WS-ALL-DAYS
                        WHEN OTHER
                           IF WS-CARD-TOKEN NOT = SPACES
                                 AND WS-CARD-LINE(1:1) NOT = "*"
                              DISPLAY "UNRECOGNISED FCIN CARD "
                                      "IGNORED: "
                                      FUNCTION TRIM(WS-CARD-LINE)
                           END-IF
                     END-EVALUATE
                  END-IF
               END-PERFORM
               CLOSE FCIN-FILE
            END-IF.

            IF WS-THRU-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-THRU-DATE
            END-IF.

            IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(WS-FROM-DATE)) NOT = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(WS-THRU-DATE)) NOT = 0
               DISPLAY "FORECAST RANGE " WS-FROM-DATE " THRU "
                       WS-THRU-DATE " IS NOT A VALID DATE RANGE"
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P1009-EXIT
            END-IF.

            COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-FROM-DATE)).
            COMPUTE WS-THRU-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-THRU-DATE)).

            IF WS-THRU-INT < WS-FROM-INT
                  OR WS-THRU-INT - WS-FROM-INT > 91
               DISPLAY "FORECAST RANGE " WS-FROM-DATE " THRU "
                       WS-THRU-DATE " REFUSED - THRU MUST NOT BE "
                       "BEFORE FROM AND AT MOST 92 DATES ARE "
                       "FORECAST AT ONCE"
               MOVE 8 TO SAVED-RETURN-CODE
            END-IF.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE SITE HOLIDAY CALENDAR (ONE YYYYMMDD PER LINE;
      ** BLANK LINES AND LINES STARTING "*" ARE COMMENTS) - THE SAME
      ** DATASET AND LIMITS AS THE EXECUTORS.  A MISSING CALENDAR
      ** LEAVES WEEKENDS AS THE ONLY NON-BUSINESS DAYS, WHICH IS
      ** EXACTLY WHAT THE EXECUTORS WOULD DO ON THE NIGHT.
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
            DISPLAY "HOLIDAY CALENDAR LOADED - DATES: " WS-HOL-CNT.

       P0889-EXIT.
           EXIT.

      **************************************************************
      ** WORK OUT THE DAY CLASSES AND &DT() VALUES FOR THE DATE IN
      ** WS-TODAY-DATE: DAY OF WEEK, BUSINESS-DAY FLAG, PRIOR
      ** BUSINESS DAY, CALENDAR MONTH-END AND LAST BUSINESS DAY OF
      ** THE MONTH.  THE ARITHMETIC IS THE EXECUTORS' P0880 START-UP
      ** CALCULATION, APPLIED TO A FUTURE DATE INSTEAD OF TODAY.
      **************************************************************
       P0885-SET-DAY-VALUES.

            COMPUTE WS-CAL-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-TODAY-DATE)).
            COMPUTE WS-CAL-TODAY-DOW =
                FUNCTION MOD(WS-CAL-TODAY-INT, 7).

            MOVE WS-CAL-TODAY-INT TO WS-CAL-PROBE-INT.
            PERFORM P0890-CHECK-BUSDAY THRU P0899-EXIT.
            MOVE WS-CAL-PROBE-BUS TO WS-CAL-IS-BUSDAY.

            MOVE WS-TODAY-DATE(3:6) TO WS-CAL-TODAY6.

      *     PRIOR BUSINESS DAY: STEP BACK UNTIL ONE QUALIFIES (THE
      *     GUARD COVERS A PATHOLOGICAL CALENDAR).
            COMPUTE WS-CAL-PROBE-INT = WS-CAL-TODAY-INT - 1.
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
            MOVE WS-CAL-DATE-NUM TO WS-CAL-PRIORBUS.

      *     CALENDAR MONTH-END: THE DAY BEFORE THE FIRST OF THE
      *     NEXT MONTH.
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

      *     LAST BUSINESS DAY OF THE MONTH: STEP BACK FROM THE
      *     CALENDAR MONTH-END.
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
      ** IS THE DAY NUMBER IN WS-CAL-PROBE-INT A BUSINESS DAY?  DAY
      ** NUMBER 1 (1601-01-01) WAS A MONDAY, SO MOD 7 GIVES 1=MON
      ** THROUGH 6=SAT WITH 0=SUN.  SATURDAY, SUNDAY AND ANY DATE IN
      ** THE HOLIDAY TABLE ARE NOT BUSINESS DAYS.
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
      ** READ THE COMMAND DECK FROM THE CARDIN DD INTO THE DECK
      ** TABLE, EXPANDING &INCLUDE MEMBERS AND JOINING "+"
      ** CONTINUATIONS THE WAY THE EXECUTORS' P1500 DOES.  ONLY THE
      ** CARDS THAT DECIDE WHAT RUNS ON A GIVEN DATE ARE KEPT:
      ** COMMANDS, &SETVAR, &WAITFOR, THE FLOW-CONTROL CARDS,
      ** &PARALLEL / &ENDPARALLEL AND &RUNON.  RUN-TIME TUNING
      ** CARDS (&TIMEOUT, &RETRY, &VERIFY AND THE LIKE) DO NOT
      ** CHANGE THE FORECAST AND ARE PASSED OVER.
      **************************************************************
       P1500-READ-CARDIN.

            MOVE 1 TO INDX.
            MOVE "N" TO WS-EOF.
            MOVE "N" TO WS-CONT-FLAG.

            OPEN INPUT CARDIN-FILE.
            IF CARDIN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CARDIN - FILE STATUS: "
                       CARDIN-FILE-STATUS
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P1509-EXIT
            END-IF.

            PERFORM UNTIL WS-EOF = "Y"

               PERFORM P1510-GET-NEXT-CARD THRU P1519-EXIT

               IF WS-EOF NOT = "Y"
                  COMPUTE LINE-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(CONTROL-REC-UPPER TRAILING))

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
                     WHEN "&PARALLEL"
                        MOVE "Y" TO WS-PARALLEL-MARKING
                     WHEN "&ENDPARALLEL"
                        MOVE "N" TO WS-PARALLEL-MARKING
                     WHEN "&RUNON"
                        PERFORM P1707-SET-RUNON THRU P1708-EXIT
                     WHEN "&IF"
                        MOVE "I" TO WS-CTL-TYPE
                        PERFORM P1750-ADD-CONTROL-ENTRY
                                    THRU P1759-EXIT
                     WHEN "&ELSE"
                        MOVE "E" TO WS-CTL-TYPE
                        PERFORM P1750-ADD-CONTROL-ENTRY
                                    THRU P1759-EXIT
                     WHEN "&ENDIF"
                        MOVE "F" TO WS-CTL-TYPE
                        PERFORM P1750-ADD-CONTROL-ENTRY
                                    THRU P1759-EXIT
                     WHEN "&LABEL"
                        MOVE "L" TO WS-CTL-TYPE
                        PERFORM P1750-ADD-CONTROL-ENTRY
                                    THRU P1759-EXIT
                     WHEN "&SKIPTO"
                        MOVE "S" TO WS-CTL-TYPE
                        PERFORM P1750-ADD-CONTROL-ENTRY
                                    THRU P1759-EXIT
                     WHEN "&WAITFOR"
                        MOVE "W" TO WS-CTL-TYPE
                        PERFORM P1750-ADD-CONTROL-ENTRY
                                    THRU P1759-EXIT
                     WHEN "&SETVAR"
                        PERFORM P1735-ADD-SETVAR-ENTRY
                                    THRU P1736-EXIT
                     WHEN "&INCLUDE"
                        PERFORM P1520-PUSH-INCLUDE THRU P1529-EXIT
                     WHEN "&STOPONERR"
                     WHEN "&TIMEOUT"
                     WHEN "&SLOWFACT"
                     WHEN "&RETRY"
                     WHEN "&ALERTRC"
                     WHEN "&ARCHKEEP"
                     WHEN "&SETENV"
                     WHEN "&WORKDIR"
                     WHEN "&EXPECT"
                     WHEN "&REJECT"
                     WHEN "&VERIFY"
                        CONTINUE
                     WHEN OTHER
                        IF INDX > 500
                           DISPLAY "CARDIN DECK EXCEEDS THE 500 "
                                   "COMMAND LIMIT - REMAINING "
                                   "LINES ARE NOT READ"
                           MOVE "Y" TO WS-EOF
                        ELSE
                           IF LINE-LEN > 0
                              PERFORM P1600-APPEND-CARDIN-LINE
                                          THRU P1609-EXIT
                           END-IF
                        END-IF
                  END-EVALUATE
               END-IF

            END-PERFORM.

            CLOSE CARDIN-FILE.

      *     INDX POINTS ONE PAST THE LAST ENTRY - HOLD THE COUNT.
            SUBTRACT 1 FROM INDX.

       P1509-EXIT.
           EXIT.

      **************************************************************
      ** HAND THE NEXT LOGICAL CARD TO THE DECK READER: FROM THE
      ** DEEPEST OPEN &INCLUDE MEMBER WHILE ONE STILL HAS CARDS
      ** QUEUED (POPPING EXHAUSTED LEVELS), OTHERWISE FROM CARDIN
      ** ITSELF.  END-OF-FILE IS ONLY EVER SIGNALLED BY CARDIN.
      **************************************************************
       P1510-GET-NEXT-CARD.

            PERFORM UNTIL WS-INC-DEPTH = 0
                  OR WS-INC-CARD-PTR(WS-INC-DEPTH) <=
                     WS-INC-CARD-CNT(WS-INC-DEPTH)
               SUBTRACT 1 FROM WS-INC-DEPTH
            END-PERFORM.

            IF WS-INC-DEPTH > 0
               MOVE WS-INC-CARD(WS-INC-DEPTH,
                    WS-INC-CARD-PTR(WS-INC-DEPTH))
                    TO CONTROL-REC-UPPER
               ADD 1 TO WS-INC-CARD-PTR(WS-INC-DEPTH)
            ELSE
               READ CARDIN-FILE INTO CONTROL-REC-UPPER
                   AT END
                       MOVE "Y" TO WS-EOF
               END-READ
            END-IF.

       P1519-EXIT.
           EXIT.

      **************************************************************
      ** APPLY AN "&INCLUDE member [p1 ... p6]" CARD: PRE-LOAD THE
      ** MEMBER <proclib>/<MEMBER>.PRC ONTO THE INCLUDE STACK WITH
      ** THE POSITIONAL PARAMETERS SUBSTITUTED FOR &1..&6 TOKENS -
      ** THE EXECUTORS' P1520 RULES, UP TO THREE LEVELS DEEP.  A
      ** BAD CARD OR A MISSING MEMBER IS REPORTED AND SKIPPED, AND
      ** THE FORECAST ENDS WITH RC 8 - THE NIGHT'S RUN WOULD TOO.
      **************************************************************
       P1520-PUSH-INCLUDE.

            MOVE SPACES TO WS-INC-MEMBER-RAW.
            PERFORM VARYING WS-INC-PARM-IDX FROM 1 BY 1
                    UNTIL WS-INC-PARM-IDX > 6
               MOVE SPACES TO WS-INC-PARM(WS-INC-PARM-IDX)
            END-PERFORM.
            UNSTRING WS-CARD-LINE DELIMITED BY ALL " "
                INTO WS-INC-DUMMY WS-INC-MEMBER-RAW
                     WS-INC-PARM(1) WS-INC-PARM(2) WS-INC-PARM(3)
                     WS-INC-PARM(4) WS-INC-PARM(5) WS-INC-PARM(6)
            END-UNSTRING.

            COMPUTE WS-INC-MEMBER-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-INC-MEMBER-RAW)).
            IF WS-INC-MEMBER-RAW = SPACES OR WS-INC-MEMBER-LEN > 8
               DISPLAY "INVALID &INCLUDE CARD IGNORED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               IF SAVED-RETURN-CODE < 8
                  MOVE 8 TO SAVED-RETURN-CODE
               END-IF
               GO TO P1529-EXIT
            END-IF.

            IF WS-INC-DEPTH >= 3
               DISPLAY "&INCLUDE NESTED DEEPER THAN 3 LEVELS - "
                       "CARD IGNORED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               IF SAVED-RETURN-CODE < 8
                  MOVE 8 TO SAVED-RETURN-CODE
               END-IF
               GO TO P1529-EXIT
            END-IF.

            MOVE 0 TO WS-INC-AMP-CNT.
            PERFORM VARYING WS-INC-PARM-IDX FROM 1 BY 1
                    UNTIL WS-INC-PARM-IDX > 6
               INSPECT WS-INC-PARM(WS-INC-PARM-IDX)
                   TALLYING WS-INC-AMP-CNT FOR ALL "&"
            END-PERFORM.
            IF WS-INC-AMP-CNT > 0
               DISPLAY "&INCLUDE PARAMETERS MAY NOT CONTAIN '&' - "
                       "CARD IGNORED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               IF SAVED-RETURN-CODE < 8
                  MOVE 8 TO SAVED-RETURN-CODE
               END-IF
               GO TO P1529-EXIT
            END-IF.

            IF WS-PROCLIB-DIR = SPACES
               MOVE "N" TO WS-CMD-DD-FAILED
               MOVE SPACES TO CTLB-FILENAME
               MOVE "PROCLIB" TO CTLB-DDNAME
               PERFORM P2000-GET-FILE-FOR-DD THRU P2009-EXIT
               IF WS-DD-SUBST-FAILED OR CTLB-FILENAME = SPACES
                  DISPLAY "PROCLIB NOT ALLOCATED - &INCLUDE "
                          "IGNORED: "
                          FUNCTION TRIM(WS-CARD-LINE)
                  MOVE "N" TO WS-CMD-DD-FAILED
                  IF SAVED-RETURN-CODE < 8
                     MOVE 8 TO SAVED-RETURN-CODE
                  END-IF
                  GO TO P1529-EXIT
               END-IF
               MOVE CTLB-FILENAME TO WS-PROCLIB-DIR
            END-IF.

            MOVE SPACES TO WS-INC-FILE-NAME.
            STRING FUNCTION TRIM(WS-PROCLIB-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-INC-MEMBER-RAW)) DELIMITED BY SIZE
                   ".PRC" DELIMITED BY SIZE
                   INTO WS-INC-FILE-NAME.

            OPEN INPUT PROCINC-FILE.
            IF PROCINC-FILE-STATUS NOT = "00"
               DISPLAY "PROC MEMBER NOT FOUND: "
                       FUNCTION TRIM(WS-INC-FILE-NAME)
                       " - FILE STATUS: " PROCINC-FILE-STATUS
               IF SAVED-RETURN-CODE < 8
                  MOVE 8 TO SAVED-RETURN-CODE
               END-IF
               GO TO P1529-EXIT
            END-IF.

            ADD 1 TO WS-INC-DEPTH.
            MOVE 0 TO WS-INC-CARD-CNT(WS-INC-DEPTH).
            MOVE 1 TO WS-INC-CARD-PTR(WS-INC-DEPTH).

            MOVE "N" TO WS-INC-SCAN-DONE.
            PERFORM UNTIL WS-INC-SCAN-DONE = "Y"
               READ PROCINC-FILE
                   AT END
                       MOVE "Y" TO WS-INC-SCAN-DONE
                   NOT AT END
                       IF WS-INC-CARD-CNT(WS-INC-DEPTH) >= 200
                          DISPLAY "PROC MEMBER EXCEEDS THE 200 "
                                  "CARD LIMIT - REMAINING LINES "
                                  "ARE NOT READ: "
                                  FUNCTION TRIM(WS-INC-FILE-NAME)
                          IF SAVED-RETURN-CODE < 8
                             MOVE 8 TO SAVED-RETURN-CODE
                          END-IF
                          MOVE "Y" TO WS-INC-SCAN-DONE
                       ELSE
                          PERFORM P1530-SUBST-INC-PARAMS
                                      THRU P1539-EXIT
                          ADD 1 TO WS-INC-CARD-CNT(WS-INC-DEPTH)
                          MOVE WS-INC-WORK(1:80) TO
                               WS-INC-CARD(WS-INC-DEPTH,
                               WS-INC-CARD-CNT(WS-INC-DEPTH))
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE PROCINC-FILE.

            DISPLAY "INCLUDED " FUNCTION TRIM(WS-INC-FILE-NAME)
                    " - CARDS: " WS-INC-CARD-CNT(WS-INC-DEPTH)
                    " (LEVEL " WS-INC-DEPTH ")".

       P1529-EXIT.
           EXIT.

      **************************************************************
      ** EXPAND THE PROC MEMBER CARD JUST READ INTO WS-INC-WORK,
      ** REPLACING EVERY &1..&6 TOKEN WITH THE MATCHING POSITIONAL
      ** PARAMETER OF THE &INCLUDE CARD (A MISSING PARAMETER ERASES
      ** ITS TOKEN) - THE EXECUTORS' P1530 RULES.
      **************************************************************
       P1530-SUBST-INC-PARAMS.

            MOVE SPACES TO WS-INC-WORK.
            MOVE PROCINC-REC TO WS-INC-WORK(1:80).

            PERFORM VARYING WS-INC-PARM-IDX FROM 1 BY 1
                    UNTIL WS-INC-PARM-IDX > 6
               MOVE WS-INC-PARM-IDX TO WS-INC-DIGIT
               MOVE "&" TO WS-INC-TOK(1:1)
               MOVE WS-INC-DIGIT TO WS-INC-TOK(2:1)
               MOVE 0 TO WS-INC-PASS
               MOVE "N" TO WS-INC-SCAN-DONE
               PERFORM UNTIL WS-INC-SCAN-DONE = "Y"
                     OR WS-INC-PASS > 20
                  ADD 1 TO WS-INC-PASS
                  COMPUTE WS-INC-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-INC-WORK TRAILING))
                  IF WS-INC-LEN < 2
                     MOVE "Y" TO WS-INC-SCAN-DONE
                  ELSE
                     MOVE 0 TO WS-INC-POS
                     INSPECT WS-INC-WORK(1:WS-INC-LEN)
                         TALLYING WS-INC-POS FOR CHARACTERS
                         BEFORE INITIAL WS-INC-TOK
                     IF WS-INC-POS >= WS-INC-LEN - 1
                        MOVE "Y" TO WS-INC-SCAN-DONE
                     ELSE
                        MOVE WS-INC-WORK TO WS-INC-WORK-SAVE
                        MOVE SPACES TO WS-INC-WORK
                        COMPUTE WS-INC-TAIL-LEN =
                            WS-INC-LEN - WS-INC-POS - 2
                        MOVE 1 TO WS-INC-BPTR
                        IF WS-INC-POS > 0
                           STRING WS-INC-WORK-SAVE(1:WS-INC-POS)
                                      DELIMITED BY SIZE
                                  INTO WS-INC-WORK
                                  WITH POINTER WS-INC-BPTR
                           END-STRING
                        END-IF
                        IF WS-INC-PARM(WS-INC-PARM-IDX) NOT = SPACES
                           STRING FUNCTION TRIM(WS-INC-PARM(
                                      WS-INC-PARM-IDX))
                                      DELIMITED BY SIZE
                                  INTO WS-INC-WORK
                                  WITH POINTER WS-INC-BPTR
                           END-STRING
                        END-IF
                        IF WS-INC-TAIL-LEN > 0
                           STRING WS-INC-WORK-SAVE(WS-INC-POS + 3:
                                      WS-INC-TAIL-LEN)
                                      DELIMITED BY SIZE
                                  INTO WS-INC-WORK
                                  WITH POINTER WS-INC-BPTR
                           END-STRING
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM.

            COMPUTE WS-INC-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-INC-WORK TRAILING)).
            IF WS-INC-LEN > 80
               DISPLAY "EXPANDED PROC CARD TRUNCATED TO 80 BYTES: "
                       WS-INC-WORK(1:60)
               IF SAVED-RETURN-CODE < 8
                  MOVE 8 TO SAVED-RETURN-CODE
               END-IF
            END-IF.

       P1539-EXIT.
           EXIT.

      **************************************************************
      ** FOLD ONE NON-CONTROL CARD INTO WS-DK-TEXT(INDX), HONOURING
      ** A TRAILING "+" AS A CONTINUATION MARKER, AS P1600 DOES IN
      ** THE EXECUTORS.
      **************************************************************
       P1600-APPEND-CARDIN-LINE.

            IF CONTROL-REC-UPPER(LINE-LEN:1) = "+"
               COMPUTE WS-CONT-PART-LEN = LINE-LEN - 1

               IF WS-IS-CONTINUING
                  COMPUTE WS-CUR-CMD-LEN =
                      FUNCTION LENGTH(FUNCTION TRIM(WS-DK-TEXT(INDX)))
                  IF WS-CONT-PART-LEN > 0
                     STRING WS-DK-TEXT(INDX)(1:WS-CUR-CMD-LEN)
                                DELIMITED BY SIZE
                            CONTROL-REC-UPPER(1:WS-CONT-PART-LEN)
                                DELIMITED BY SIZE
                            INTO WS-DK-TEXT(INDX)
                  END-IF
               ELSE
                  IF WS-CONT-PART-LEN > 0
                     MOVE FUNCTION TRIM(
                         CONTROL-REC-UPPER(1:WS-CONT-PART-LEN))
                         TO WS-DK-TEXT(INDX)
                  ELSE
                     MOVE SPACES TO WS-DK-TEXT(INDX)
                  END-IF
                  MOVE "C" TO WS-CTL-TYPE
                  PERFORM P1650-SET-ENTRY-ATTRS THRU P1659-EXIT
               END-IF

               MOVE "Y" TO WS-CONT-FLAG
            ELSE
               IF WS-IS-CONTINUING
                  COMPUTE WS-CUR-CMD-LEN =
                      FUNCTION LENGTH(FUNCTION TRIM(WS-DK-TEXT(INDX)))
                  STRING WS-DK-TEXT(INDX)(1:WS-CUR-CMD-LEN)
                             DELIMITED BY SIZE
                         CONTROL-REC-UPPER(1:LINE-LEN)
                             DELIMITED BY SIZE
                         INTO WS-DK-TEXT(INDX)
               ELSE
                  MOVE FUNCTION TRIM(CONTROL-REC-UPPER(1:LINE-LEN))
                       TO WS-DK-TEXT(INDX)
                  MOVE "C" TO WS-CTL-TYPE
                  PERFORM P1650-SET-ENTRY-ATTRS THRU P1659-EXIT
               END-IF

               MOVE "N" TO WS-CONT-FLAG
               ADD 1 TO INDX
            END-IF.

       P1609-EXIT.
           EXIT.

      **************************************************************
      ** STAMP THE ENTRY TYPE IN WS-CTL-TYPE AND THE DECK-LEVEL
      ** ATTRIBUTES THAT DECIDE WHETHER IT RUNS - &RUNON CLASS AND
      ** &PARALLEL MEMBERSHIP - ONTO THE ENTRY AT INDX.
      **************************************************************
       P1650-SET-ENTRY-ATTRS.

            MOVE WS-CTL-TYPE TO WS-DK-TYPE(INDX).
            MOVE WS-RUNON-CLASS TO WS-DK-RUNON(INDX).
            MOVE SPACES TO WS-DK-LABEL(INDX).
            IF WS-PARALLEL-MARKING = "Y" AND WS-CTL-TYPE = "C"
               MOVE "Y" TO WS-DK-PARALLEL(INDX)
            ELSE
               MOVE "N" TO WS-DK-PARALLEL(INDX)
            END-IF.

       P1659-EXIT.
           EXIT.

      **************************************************************
      ** APPLY AN "&RUNON class" CONTROL CARD: EVERY ENTRY THAT
      ** FOLLOWS CARRIES THE CLASS UNTIL ANOTHER &RUNON CHANGES IT.
      ** THE SAME CLASSES THE EXECUTORS RECOGNISE.
      **************************************************************
       P1707-SET-RUNON.

            EVALUATE WS-CARD-OP1
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
                  MOVE WS-CARD-OP1 TO WS-RUNON-CLASS
               WHEN OTHER
                  DISPLAY "INVALID &RUNON CARD IGNORED: "
                          FUNCTION TRIM(WS-CARD-LINE)
            END-EVALUATE.

       P1708-EXIT.
           EXIT.

      **************************************************************
      ** STORE A "&SETVAR name command..." CARD AS A "V" ENTRY: THE
      ** NAME IN THE LABEL FIELD, THE COMMAND TEXT (CASE PRESERVED)
      ** AS THE ENTRY TEXT, AS THE EXECUTORS' P1735 DOES.
      **************************************************************
       P1735-ADD-SETVAR-ENTRY.

            IF INDX > 500
               DISPLAY "CARDIN DECK EXCEEDS THE 500 "
                       "COMMAND LIMIT - REMAINING "
                       "LINES ARE NOT READ"
               MOVE "Y" TO WS-EOF
               GO TO P1736-EXIT
            END-IF.

            MOVE SPACES TO WS-SETVAR-NAME.
            MOVE WS-CARD-OP1(1:8) TO WS-SETVAR-NAME.
            COMPUTE WS-SETVAR-NAME-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-CARD-OP1)).

            IF WS-CARD-OP1 = SPACES OR WS-SETVAR-NAME-LEN > 8
                  OR WS-CARD-OP2 = SPACES
               DISPLAY "INVALID &SETVAR CARD IGNORED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               GO TO P1736-EXIT
            END-IF.

            COMPUTE WS-CHK-LINE-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-CARD-LINE TRAILING)).
            MOVE 1 TO WS-VFY-PTR.
            UNSTRING WS-CARD-LINE(1:WS-CHK-LINE-LEN)
                DELIMITED BY ALL " "
                INTO WS-INC-DUMMY WS-VFY-KW
                WITH POINTER WS-VFY-PTR
            END-UNSTRING.
            IF WS-VFY-PTR > WS-CHK-LINE-LEN
               DISPLAY "INVALID &SETVAR CARD IGNORED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               GO TO P1736-EXIT
            END-IF.

            MOVE FUNCTION TRIM(WS-CARD-LINE(WS-VFY-PTR :
                 WS-CHK-LINE-LEN - WS-VFY-PTR + 1))
                 TO WS-DK-TEXT(INDX).
            MOVE "V" TO WS-CTL-TYPE.
            PERFORM P1650-SET-ENTRY-ATTRS THRU P1659-EXIT.
            MOVE WS-SETVAR-NAME TO WS-DK-LABEL(INDX).

            ADD 1 TO INDX.

       P1736-EXIT.
           EXIT.

      **************************************************************
      ** APPEND A FLOW-CONTROL OR &WAITFOR CARD (TYPE IN
      ** WS-CTL-TYPE) TO THE DECK TABLE IN DECK ORDER.  THE CARD
      ** TEXT IS KEPT FOR THE LISTING; THE FIRST OPERAND IS THE
      ** LABEL NAME WHERE ONE APPLIES.
      **************************************************************
       P1750-ADD-CONTROL-ENTRY.

            IF INDX > 500
               DISPLAY "CARDIN DECK EXCEEDS THE 500 "
                       "COMMAND LIMIT - REMAINING "
                       "LINES ARE NOT READ"
               MOVE "Y" TO WS-EOF
               GO TO P1759-EXIT
            END-IF.

            MOVE SPACES TO WS-DK-TEXT(INDX).
            IF WS-CTL-TYPE = "W"
               MOVE WS-CARD-LINE TO WS-DK-TEXT(INDX)
            ELSE
               MOVE WS-CARD-LINE-UC TO WS-DK-TEXT(INDX)
            END-IF.
            PERFORM P1650-SET-ENTRY-ATTRS THRU P1659-EXIT.
            MOVE WS-CARD-OP1(1:8) TO WS-DK-LABEL(INDX).
            ADD 1 TO INDX.

       P1759-EXIT.
           EXIT.

      **************************************************************
      ** FORECAST ONE DATE (DAY NUMBER IN WS-DAY-INT).  A DATE THAT
      ** IS NOT A BUSINESS DAY GETS A ONE-LINE NOTE UNLESS &ALLDAYS
      ** ASKED FOR IT IN FULL.  THE DECK IS THEN WALKED IN ORDER:
      ** &SKIPTO OUTSIDE ANY &IF IS UNCONDITIONAL AND STEPS OVER
      ** EVERYTHING UP TO ITS LABEL; INSIDE AN &IF THE OUTCOME
      ** DEPENDS ON THE NIGHT, SO ENTRIES THERE ARE LISTED WITH A
      ** "?".  EVERY COMMAND, &SETVAR AND &WAITFOR ENTRY IS PUT TO
      ** THE P4600 CALENDAR TEST; THOSE THAT PASS HAVE THEIR &DD()
      ** AND &DT() TOKENS RESOLVED AND ARE LISTED AS THEY WOULD RUN.
      **************************************************************
       P4000-FORECAST-DATE.

            COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                WS-DAY-INT).
            MOVE WS-DATE-NUM TO WS-TODAY-DATE.
            PERFORM P0885-SET-DAY-VALUES THRU P0886-EXIT.
            ADD 1 TO WS-DATES-SEEN.

            IF WS-TODAY-DATE(1:4) NOT = WS-LAST-YEAR
               MOVE WS-TODAY-DATE(1:4) TO WS-LAST-YEAR
               PERFORM P4050-CHECK-YEAR-HOLIDAYS THRU P4059-EXIT
            END-IF.

            IF WS-CAL-IS-BUSDAY NOT = "Y"
               ADD 1 TO WS-DATES-NONBUS
               IF NOT FORECAST-ALL-DAYS
                  DISPLAY WS-TODAY-DATE " "
                          WS-DAY-NAME(WS-CAL-TODAY-DOW + 1)
                          " - NOT A BUSINESS DAY, NOT FORECAST"
                  GO TO P4009-EXIT
               END-IF
            END-IF.

            ADD 1 TO WS-DATES-FORECAST.
            MOVE 0 TO WS-DAY-RUN-CNT WS-DAY-CAL-CNT
                      WS-DAY-SKIPTO-CNT WS-CSK-CNT WS-RES-CNT
                      WS-IF-DEPTH.
            MOVE "N" TO WS-SKIPTO-ACTIVE.
            MOVE SPACES TO WS-SKIPTO-TARGET.

            DISPLAY " ".
            DISPLAY "-------------------------------------------------".
            DISPLAY "FORECAST FOR " WS-TODAY-DATE " "
                    WS-DAY-NAME(WS-CAL-TODAY-DOW + 1)
                    " BUSDAY=" WS-CAL-IS-BUSDAY
                    " PRIORBUS=" WS-CAL-PRIORBUS
                    " MONTHEND=" WS-CAL-MONTHEND
                    " LASTBUS=" WS-CAL-MENDBUS.
            DISPLAY "-------------------------------------------------".
            DISPLAY "WILL RUN:".

            PERFORM VARYING WS-CUR-INDX FROM 1 BY 1
                    UNTIL WS-CUR-INDX > INDX
               PERFORM P4100-FORECAST-ENTRY THRU P4109-EXIT
            END-PERFORM.

            IF WS-SKIPTO-ACTIVE = "Y"
               DISPLAY "  &SKIPTO LABEL NEVER FOUND: "
                       WS-SKIPTO-TARGET
            END-IF.

            DISPLAY "STEPPED OVER BY CALENDAR:".
            IF WS-CSK-CNT = 0
               DISPLAY "  (NONE)"
            END-IF.
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-CSK-CNT
               MOVE WS-CSK-INDX(WS-RES-IDX) TO WS-CUR-INDX
               DISPLAY "  " WS-CUR-INDX " &RUNON "
                       WS-DK-RUNON(WS-CUR-INDX) " "
                       FUNCTION TRIM(WS-DK-TEXT(WS-CUR-INDX))
            END-PERFORM.

            DISPLAY "RESOLVED NAMES:".
            IF WS-RES-CNT = 0
               DISPLAY "  (NONE)"
            END-IF.
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-RES-CNT
               DISPLAY "  " WS-RES-TOKEN(WS-RES-IDX) " = "
                       FUNCTION TRIM(WS-RES-VALUE(WS-RES-IDX))
            END-PERFORM.

            DISPLAY "ENTRIES TO RUN: " WS-DAY-RUN-CNT
                    "  STEPPED OVER (CAL): " WS-DAY-CAL-CNT
                    "  STEPPED OVER (&SKIPTO): " WS-DAY-SKIPTO-CNT.

            ADD WS-DAY-RUN-CNT TO WS-TOT-RUN-CNT.
            ADD WS-DAY-CAL-CNT TO WS-TOT-CAL-CNT.

       P4009-EXIT.
           EXIT.

      **************************************************************
      ** A RANGE THAT REACHES INTO A YEAR THE CALENDAR HOLDS NO
      ** HOLIDAYS FOR IS ALMOST ALWAYS A CALENDAR NOBODY HAS ROLLED
      ** FORWARD YET - EVERY WEEKDAY WOULD COUNT AS A BUSINESS DAY.
      **************************************************************
       P4050-CHECK-YEAR-HOLIDAYS.

            MOVE 0 TO WS-YEAR-HOLS.
            PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                    UNTIL WS-HOL-IDX > WS-HOL-CNT
               IF WS-HOL-DATE(WS-HOL-IDX)(1:4) = WS-LAST-YEAR
                  ADD 1 TO WS-YEAR-HOLS
               END-IF
            END-PERFORM.

            IF WS-YEAR-HOLS = 0
               DISPLAY "WARNING - CALENDAR HOLDS NO HOLIDAYS FOR "
                       WS-LAST-YEAR " - CHECK IT HAS BEEN MAINTAINED"
               IF SAVED-RETURN-CODE < 4
                  MOVE 4 TO SAVED-RETURN-CODE
               END-IF
            END-IF.

       P4059-EXIT.
           EXIT.

      **************************************************************
      ** FORECAST THE DECK ENTRY AT WS-CUR-INDX FOR THE DATE IN
      ** WS-TODAY-DATE.
      **************************************************************
       P4100-FORECAST-ENTRY.

            IF WS-IF-DEPTH > 0
               MOVE "?" TO WS-COND-MARK
            ELSE
               MOVE SPACE TO WS-COND-MARK
            END-IF.

            EVALUATE WS-DK-TYPE(WS-CUR-INDX)
               WHEN "L"
                  IF WS-SKIPTO-ACTIVE = "Y"
                        AND WS-DK-LABEL(WS-CUR-INDX)
                            = WS-SKIPTO-TARGET
                     MOVE "N" TO WS-SKIPTO-ACTIVE
                  END-IF
                  IF WS-SKIPTO-ACTIVE NOT = "Y"
                     DISPLAY "  " WS-CUR-INDX " " WS-COND-MARK
                             " " FUNCTION TRIM(
                                 WS-DK-TEXT(WS-CUR-INDX))
                  END-IF
                  GO TO P4109-EXIT
               WHEN "I"
               WHEN "E"
               WHEN "F"
               WHEN "S"
                  IF WS-SKIPTO-ACTIVE = "Y"
                     GO TO P4109-EXIT
                  END-IF
                  PERFORM P4150-FORECAST-FLOW-CARD THRU P4159-EXIT
                  GO TO P4109-EXIT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

            IF WS-SKIPTO-ACTIVE = "Y"
               ADD 1 TO WS-DAY-SKIPTO-CNT
               GO TO P4109-EXIT
            END-IF.

            PERFORM P4600-CHECK-CALENDAR THRU P4609-EXIT.
            IF WS-CAL-SKIP = "Y"
               ADD 1 TO WS-DAY-CAL-CNT
               ADD 1 TO WS-CSK-CNT
               MOVE WS-CUR-INDX TO WS-CSK-INDX(WS-CSK-CNT)
               GO TO P4109-EXIT
            END-IF.

            MOVE WS-DK-TEXT(WS-CUR-INDX) TO WS-COMMAND.
            PERFORM P2100-SUBSTITUTE-DD-TOKENS THRU P2109-EXIT.
            IF WS-DD-SUBST-FAILED
               MOVE " *** UNRESOLVED" TO WS-UNRES-FLAG
               ADD 1 TO WS-TOT-UNRES-CNT
            ELSE
               MOVE SPACES TO WS-UNRES-FLAG
            END-IF.

            EVALUATE WS-DK-TYPE(WS-CUR-INDX)
               WHEN "V"
                  MOVE "SETVAR" TO WS-ENTRY-TAG
               WHEN "W"
                  MOVE "WAITFOR" TO WS-ENTRY-TAG
               WHEN OTHER
                  IF WS-DK-PARALLEL(WS-CUR-INDX) = "Y"
                     MOVE "PARALLEL" TO WS-ENTRY-TAG
                  ELSE
                     MOVE "SERIAL" TO WS-ENTRY-TAG
                  END-IF
            END-EVALUATE.

            ADD 1 TO WS-DAY-RUN-CNT.
            IF WS-DK-TYPE(WS-CUR-INDX) = "V"
               DISPLAY "  " WS-CUR-INDX " " WS-COND-MARK " "
                       WS-ENTRY-TAG " "
                       FUNCTION TRIM(WS-DK-LABEL(WS-CUR-INDX)) " = "
                       FUNCTION TRIM(WS-COMMAND)
                       FUNCTION TRIM(WS-UNRES-FLAG TRAILING)
            ELSE
               DISPLAY "  " WS-CUR-INDX " " WS-COND-MARK " "
                       WS-ENTRY-TAG " "
                       FUNCTION TRIM(WS-COMMAND)
                       FUNCTION TRIM(WS-UNRES-FLAG TRAILING)
            END-IF.

       P4109-EXIT.
           EXIT.

      **************************************************************
      ** LIST A FLOW-CONTROL CARD AND TRACK THE &IF NESTING.  AN
      ** &SKIPTO AT NESTING LEVEL ZERO ALWAYS FIRES, SO THE FORECAST
      ** STEPS OVER EVERYTHING UP TO ITS LABEL JUST AS THE NIGHT'S
      ** RUN WILL.
      **************************************************************
       P4150-FORECAST-FLOW-CARD.

            EVALUATE WS-DK-TYPE(WS-CUR-INDX)
               WHEN "I"
                  DISPLAY "  " WS-CUR-INDX " " WS-COND-MARK " "
                          FUNCTION TRIM(WS-DK-TEXT(WS-CUR-INDX))
                  ADD 1 TO WS-IF-DEPTH
               WHEN "E"
                  DISPLAY "  " WS-CUR-INDX " " WS-COND-MARK " "
                          FUNCTION TRIM(WS-DK-TEXT(WS-CUR-INDX))
               WHEN "F"
                  IF WS-IF-DEPTH > 0
                     SUBTRACT 1 FROM WS-IF-DEPTH
                  END-IF
                  IF WS-IF-DEPTH > 0
                     MOVE "?" TO WS-COND-MARK
                  ELSE
                     MOVE SPACE TO WS-COND-MARK
                  END-IF
                  DISPLAY "  " WS-CUR-INDX " " WS-COND-MARK " "
                          FUNCTION TRIM(WS-DK-TEXT(WS-CUR-INDX))
               WHEN "S"
                  DISPLAY "  " WS-CUR-INDX " " WS-COND-MARK " "
                          FUNCTION TRIM(WS-DK-TEXT(WS-CUR-INDX))
                  IF WS-IF-DEPTH = 0
                     MOVE "Y" TO WS-SKIPTO-ACTIVE
                     MOVE WS-DK-LABEL(WS-CUR-INDX)
                          TO WS-SKIPTO-TARGET
                  END-IF
            END-EVALUATE.

       P4159-EXIT.
           EXIT.

      **************************************************************
      ** DOES THE &RUNON CLASS OF THE ENTRY AT WS-CUR-INDX MATCH THE
      ** DATE BEING FORECAST?  THE EXECUTORS' P4600 TEST, CLASS FOR
      ** CLASS; A MISMATCH SETS WS-CAL-SKIP.
      **************************************************************
       P4600-CHECK-CALENDAR.

            MOVE "N" TO WS-CAL-SKIP.

            EVALUATE WS-DK-RUNON(WS-CUR-INDX)
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
      ** REPLACE EVERY &DD(ddname). TOKEN IN WS-COMMAND WITH THE
      ** REAL FILE NAME ASSIGNED TO THAT DD (THE EXECUTORS' P2100
      ** RULES AND MFJCTLBP LOOKUP), THEN THE &DT() TOKENS.  &VAR()
      ** TOKENS ONLY HAVE VALUES ON THE NIGHT AND ARE LEFT AS THEY
      ** ARE, AS IN THE EXECUTORS' PRE-FLIGHT PASS.  EACH NAME
      ** RESOLVED IS NOTED FOR THE DATE'S RESOLVED-NAMES LIST.
      **************************************************************
       P2100-SUBSTITUTE-DD-TOKENS.

            MOVE "N" TO WS-DD-SCAN-DONE.
            MOVE "N" TO WS-CMD-DD-FAILED.

            PERFORM UNTIL DD-SCAN-DONE

               COMPUTE WS-CMD-TEXT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND))

               MOVE 0 TO WS-DD-TOK-POS
               INSPECT WS-COMMAND(1:WS-CMD-TEXT-LEN)
                   TALLYING WS-DD-TOK-POS FOR CHARACTERS
                   BEFORE INITIAL "&DD("

               IF WS-DD-TOK-POS >= WS-CMD-TEXT-LEN
                  MOVE "Y" TO WS-DD-SCAN-DONE
               ELSE
                  ADD 1 TO WS-DD-TOK-POS

                  MOVE 0 TO WS-DD-CLOSE-POS
                  INSPECT WS-COMMAND
                            (WS-DD-TOK-POS + 4 :
                             WS-CMD-TEXT-LEN - WS-DD-TOK-POS - 3)
                      TALLYING WS-DD-CLOSE-POS FOR CHARACTERS
                      BEFORE INITIAL ")."

                  IF WS-DD-CLOSE-POS >=
                        (WS-CMD-TEXT-LEN - WS-DD-TOK-POS - 3)
                     MOVE "Y" TO WS-DD-SCAN-DONE
                  ELSE
                     MOVE WS-DD-CLOSE-POS TO WS-DD-NAME-LEN
                     MOVE SPACES TO WS-DDTOK-NAME
                     MOVE WS-COMMAND
                          (WS-DD-TOK-POS + 4 : WS-DD-NAME-LEN)
                          TO WS-DDTOK-NAME
                     MOVE FUNCTION UPPER-CASE(WS-DDTOK-NAME)
                          TO CTLB-DDNAME

                     PERFORM P2000-GET-FILE-FOR-DD THRU P2009-EXIT

                     IF WS-DD-SUBST-FAILED
                        MOVE "Y" TO WS-DD-SCAN-DONE
                     ELSE
                        MOVE SPACES TO WS-RES-NEW-TOKEN
                        STRING "&DD(" DELIMITED BY SIZE
                               CTLB-DDNAME DELIMITED BY SPACE
                               ")." DELIMITED BY SIZE
                               INTO WS-RES-NEW-TOKEN
                        END-STRING
                        MOVE CTLB-FILENAME TO WS-RES-NEW-VALUE
                        PERFORM P2150-RECORD-RESOLVED THRU P2159-EXIT

                        MOVE WS-COMMAND TO WS-REMAINING-CMD
                        MOVE SPACES TO WS-COMMAND

                        COMPUTE WS-TAIL-LEN = WS-CMD-TEXT-LEN -
                            (WS-DD-TOK-POS + 4 + WS-DD-NAME-LEN + 2)
                            + 1

                        IF WS-TAIL-LEN > 0
                           STRING
                              WS-REMAINING-CMD(1:WS-DD-TOK-POS - 1)
                                  DELIMITED BY SIZE
                              CTLB-FILENAME DELIMITED BY SPACES
                              WS-REMAINING-CMD
                                 (WS-DD-TOK-POS + 4 + WS-DD-NAME-LEN
                                  + 2 : WS-TAIL-LEN)
                                 DELIMITED BY SIZE
                              INTO WS-COMMAND
                        ELSE
                           STRING
                              WS-REMAINING-CMD(1:WS-DD-TOK-POS - 1)
                                  DELIMITED BY SIZE
                              CTLB-FILENAME DELIMITED BY SPACES
                              INTO WS-COMMAND
                        END-IF
                     END-IF
                  END-IF
               END-IF

            END-PERFORM.

            PERFORM P2170-SUBSTITUTE-DT-TOKENS THRU P2179-EXIT.

       P2109-EXIT.
           EXIT.

      **************************************************************
      ** NOTE A TOKEN AND THE VALUE IT RESOLVED TO FOR THE DATE'S
      ** RESOLVED-NAMES LIST, ONCE PER TOKEN.
      **************************************************************
       P2150-RECORD-RESOLVED.

            MOVE 0 TO WS-RES-HIT.
            PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                    UNTIL WS-RES-IDX > WS-RES-CNT
                       OR WS-RES-HIT > 0
               IF WS-RES-TOKEN(WS-RES-IDX) = WS-RES-NEW-TOKEN
                  MOVE WS-RES-IDX TO WS-RES-HIT
               END-IF
            END-PERFORM.

            IF WS-RES-HIT = 0 AND WS-RES-CNT < 100
               ADD 1 TO WS-RES-CNT
               MOVE WS-RES-NEW-TOKEN TO WS-RES-TOKEN(WS-RES-CNT)
               MOVE WS-RES-NEW-VALUE TO WS-RES-VALUE(WS-RES-CNT)
            END-IF.

       P2159-EXIT.
           EXIT.

      **************************************************************
      ** REPLACE EVERY &DT(name). TOKEN IN WS-COMMAND WITH THE
      ** MATCHING DATE VALUE FOR THE DATE BEING FORECAST - THE
      ** EXECUTORS' P2170 NAMES AND RULES:
      **   TODAY    - YYYYMMDD        TODAY6   - YYMMDD
      **   PRIORBUS - PRIOR BUSINESS DAY (YYYYMMDD)
      **   MONTHEND - CALENDAR MONTH-END DATE (YYYYMMDD)
      ** AN UNRECOGNISED NAME FLAGS THE ENTRY UNRESOLVED.
      **************************************************************
       P2170-SUBSTITUTE-DT-TOKENS.

            MOVE "N" TO WS-DT-SCAN-DONE.

            PERFORM UNTIL WS-DT-SCAN-DONE = "Y"
                  OR WS-DD-SUBST-FAILED

               COMPUTE WS-CMD-TEXT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND))

               MOVE 0 TO WS-DT-TOK-POS
               INSPECT WS-COMMAND(1:WS-CMD-TEXT-LEN)
                   TALLYING WS-DT-TOK-POS FOR CHARACTERS
                   BEFORE INITIAL "&DT("

               IF WS-DT-TOK-POS >= WS-CMD-TEXT-LEN
                  MOVE "Y" TO WS-DT-SCAN-DONE
               ELSE
                  ADD 1 TO WS-DT-TOK-POS

                  MOVE 0 TO WS-DT-CLOSE-POS
                  INSPECT WS-COMMAND
                            (WS-DT-TOK-POS + 4 :
                             WS-CMD-TEXT-LEN - WS-DT-TOK-POS - 3)
                      TALLYING WS-DT-CLOSE-POS FOR CHARACTERS
                      BEFORE INITIAL ")."

                  IF WS-DT-CLOSE-POS >=
                        (WS-CMD-TEXT-LEN - WS-DT-TOK-POS - 3)
                     MOVE "Y" TO WS-DT-SCAN-DONE
                  ELSE
                     MOVE WS-DT-CLOSE-POS TO WS-DT-NAME-LEN
                     MOVE SPACES TO WS-DTTOK-NAME
                     IF WS-DT-NAME-LEN > 0
                           AND WS-DT-NAME-LEN <= 8
                        MOVE WS-COMMAND
                             (WS-DT-TOK-POS + 4 : WS-DT-NAME-LEN)
                             TO WS-DTTOK-NAME
                     END-IF

                     MOVE SPACES TO WS-DT-VALUE
                     EVALUATE FUNCTION UPPER-CASE(WS-DTTOK-NAME)
                        WHEN "TODAY"
                           MOVE WS-TODAY-DATE TO WS-DT-VALUE
                        WHEN "TODAY6"
                           MOVE WS-CAL-TODAY6 TO WS-DT-VALUE
                        WHEN "PRIORBUS"
                           MOVE WS-CAL-PRIORBUS TO WS-DT-VALUE
                        WHEN "MONTHEND"
                           MOVE WS-CAL-MONTHEND TO WS-DT-VALUE
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE

                     IF WS-DT-VALUE = SPACES
                        DISPLAY "UNRECOGNISED &DT() TOKEN: "
                                FUNCTION TRIM(WS-DTTOK-NAME)
                        MOVE "Y" TO WS-CMD-DD-FAILED
                     ELSE
                        MOVE SPACES TO WS-RES-NEW-TOKEN
                        STRING "&DT(" DELIMITED BY SIZE
                               FUNCTION UPPER-CASE(WS-DTTOK-NAME)
                                   DELIMITED BY SPACE
                               ")." DELIMITED BY SIZE
                               INTO WS-RES-NEW-TOKEN
                        END-STRING
                        MOVE WS-DT-VALUE TO WS-RES-NEW-VALUE
                        PERFORM P2150-RECORD-RESOLVED THRU P2159-EXIT

                        MOVE WS-COMMAND TO WS-REMAINING-CMD
                        MOVE SPACES TO WS-COMMAND

                        COMPUTE WS-TAIL-LEN = WS-CMD-TEXT-LEN -
                            (WS-DT-TOK-POS + 4 + WS-DT-NAME-LEN + 2)
                            + 1

                        IF WS-TAIL-LEN > 0
                           STRING
                              WS-REMAINING-CMD(1:WS-DT-TOK-POS - 1)
                                  DELIMITED BY SIZE
                              WS-DT-VALUE DELIMITED BY SPACES
                              WS-REMAINING-CMD
                                 (WS-DT-TOK-POS + 4 + WS-DT-NAME-LEN
                                  + 2 : WS-TAIL-LEN)
                                 DELIMITED BY SIZE
                              INTO WS-COMMAND
                        ELSE
                           STRING
                              WS-REMAINING-CMD(1:WS-DT-TOK-POS - 1)
                                  DELIMITED BY SIZE
                              WS-DT-VALUE DELIMITED BY SPACES
                              INTO WS-COMMAND
                        END-IF
                     END-IF
                  END-IF
               END-IF

            END-PERFORM.

       P2179-EXIT.
           EXIT.

      **************************************************************
      ** GET THE PHYSICAL FILE NAME FOR DD NAME IN JCL.  A DD THAT
      ** IS NOT ALLOCATED TO THE FORECAST STEP FLAGS THE ENTRY
      ** UNRESOLVED - THE FORECAST JCL SHOULD CARRY THE SAME DDS AS
      ** THE PRODUCTION STEP.
      **************************************************************
       P2000-GET-FILE-FOR-DD.

           SET CTLB-FUNC-GET-DD TO TRUE
           SET CTLB-DD-VERS-CUR TO TRUE

           CALL 'MFJCTLBP' USING CTLB-FUNCTION
                      CTLB-RETCODE
                      CTLB-DD-AREA.

           IF RETURN-CODE > 0 THEN
              DISPLAY "CAN'T GET THE FILE NAME FOR DD: " CTLB-DDNAME
              MOVE "Y" TO WS-CMD-DD-FAILED
           END-IF.

           IF CTLB-FILENAME = " " THEN
              DISPLAY "FILE NAME FOR DD NAME NOT FOUND:" CTLB-DDNAME
              MOVE "Y" TO WS-CMD-DD-FAILED
           END-IF.

           MOVE 0 TO RETURN-CODE.

       P2009-EXIT.
           EXIT.
