       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDRV.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: AUTHORIZATION RECERTIFICATION REVIEW.  LISTS
      *     EVERY ACTIVE CMDAUTH ENTRY (EXPIRY STILL AHEAD OF TODAY,
      *     THE SAME TEST SYSCMDAM USES) WITH ITS OWNER, MODE, MAX-RC,
      *     DATES AND THE LAST DATE THE VERB ACTUALLY RAN - TAKEN FROM
      *     THE SYSCMDLOG DETAIL LINES AND, FOR DETAIL SYSCMDHK HAS
      *     ALREADY ROLLED UP, FROM THE MONTH ON ITS SUM LINES.  EACH
      *     ENTRY IS FLAGGED:
      *       DORMANT    - NOT RUN FOR &UNUSED DAYS (DEFAULT 90),
      *                    COUNTED FROM THE EFFECTIVE DATE WHEN IT
      *                    HAS NEVER RUN
      *       NEVER-USED - NO RUN ON THE TRAIL AT ALL
      *       EXPIRING   - EXPIRES WITHIN &EXPIRING DAYS (DEFAULT 30)
      *       TEST-MODE  - A TEST-ONLY VERB STILL APPROVED
      *       FUTURE     - NOT EFFECTIVE YET
      *     EVERY PATHAUTH PREFIX IS LISTED WITH THE NUMBER OF LOGGED
      *     COMMAND ARGUMENTS IT HAS MATCHED (BY THE EXECUTORS' PATH
      *     SANDBOX RULES) AND FLAGGED WHEN NOTHING EVER MATCHED IT.
      *     A SYSCMDAM-READY DECK OF EXPIRE CARDS FOR THE DORMANT
      *     ENTRIES IS WRITTEN TO AMOUT; ONCE THE REVIEWER SIGNS IT
      *     OFF IT IS RUN AS SYSCMDAM'S AMIN AND EACH EXPIRY LANDS ON
      *     THE AUDIT TRAIL AS AN AUTHEXP LINE.  ONLY COMMANDS THAT
      *     REACHED THE SHELL COUNT AS USE - REFUSED, SKIPPED AND
      *     TEST-MODE ENTRIES DO NOT.  RC 4 WHEN ANYTHING IS FLAGGED,
      *     RC 8 WHEN SYSCMDLOG CANNOT BE READ (NO DECK IS WRITTEN,
      *     AS EVERY ENTRY WOULD LOOK DORMANT).
      *   - SYSCMDLOG LINES NOW CARRY THE AUDIT CHAIN AREA
      *     (SEQ/PREV/HASH, SEE SYSCMDCH) AFTER THE DATA; THE FD
      *     DESCRIBES THE LONGER LINE SO EACH STILL READS AS ONE
      *     RECORD.  THE REPORT IS UNCHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RVIN-FILE ASSIGN TO "RVIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RVIN-FILE-STATUS.
           SELECT CMDAUTH-FILE ASSIGN TO "CMDAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMDAUTH-FILE-STATUS.
           SELECT PATHAUTH-FILE ASSIGN TO "PATHAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PATHAUTH-FILE-STATUS.
           SELECT SYSCMDLOG-FILE ASSIGN TO "SYSCMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSCMDLOG-FILE-STATUS.
           SELECT AMOUT-FILE ASSIGN TO "AMOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AMOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RVIN-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  RVIN-REC                       PIC X(80).

       FD  CMDAUTH-FILE
           LABEL RECORDS STANDARD.
       01  CMDAUTH-IN-REC                 PIC X(80).

       FD  PATHAUTH-FILE
           LABEL RECORDS STANDARD.
       01  PATHAUTH-REC                   PIC X(100).

       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       FD  AMOUT-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  AMOUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.

       01 RVIN-FILE-STATUS             PIC X(02) VALUE SPACES.
       01 CMDAUTH-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 PATHAUTH-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 SYSCMDLOG-FILE-STATUS        PIC X(02) VALUE SPACES.
       01 AMOUT-FILE-STATUS            PIC X(02) VALUE SPACES.
       01 CONTROL-REC-UPPER            PIC X(80).

       01 WS-VARIABLES.
          05 WS-EOF                   PIC X(01) VALUE "N".
          05 WS-NOW-TS                PIC X(14) VALUE SPACES.
          05 WS-TODAY-DATE            PIC X(08) VALUE SPACES.
          05 WS-TODAY-INT             PIC 9(07) VALUE 0.
          05 WS-CARD-LINE             PIC X(80) VALUE SPACES.
          05 WS-CARD-LINE-UC          PIC X(80) VALUE SPACES.
          05 WS-CARD-TOKEN            PIC X(12) VALUE SPACES.
          05 WS-CARD-OP1              PIC X(20) VALUE SPACES.
          05 WS-OP-LEN                PIC 9(02) VALUE 0.
          05 WS-UNUSED-DAYS           PIC 9(04) VALUE 90.
          05 WS-EXPIRING-DAYS         PIC 9(04) VALUE 30.
          05 WS-REC-LEN               PIC 9(04) VALUE 0.
          05 WS-CMD-POS               PIC 9(04) VALUE 0.
          05 WS-CMD-TEXT              PIC X(256) VALUE SPACES.
          05 WS-CMD-TEXT-LEN          PIC 9(04) VALUE 0.
          05 WS-HEAD                  PIC X(200) VALUE SPACES.
          05 WS-F-DUMMY               PIC X(20) VALUE SPACES.
          05 WS-F-IDX                 PIC X(08) VALUE SPACES.
          05 WS-F-START               PIC X(20) VALUE SPACES.
          05 WS-F-END                 PIC X(20) VALUE SPACES.
          05 WS-F-ELAPSED             PIC X(12) VALUE SPACES.
          05 WS-F-RC                  PIC X(08) VALUE SPACES.
          05 WS-F-STATUS              PIC X(12) VALUE SPACES.
          05 WS-PS-MONTH              PIC X(12) VALUE SPACES.
          05 WS-USE-DATE              PIC X(08) VALUE SPACES.
          05 WS-USE-FROM-SUM          PIC X(01) VALUE "N".
          05 WS-VERB                  PIC X(08) VALUE SPACES.
          05 WS-VERB-LEN              PIC 9(02) VALUE 0.
          05 WS-AUT-IDX               PIC 9(03) VALUE 0.
          05 WS-PA-IDX                PIC 9(02) VALUE 0.
          05 WS-PF-PTR                PIC 9(04) VALUE 0.
          05 WS-PF-DONE               PIC X(01) VALUE "N".
          05 WS-PF-TOKEN              PIC X(256) VALUE SPACES.
          05 WS-PF-TOKEN-LEN          PIC 9(03) VALUE 0.
          05 WS-PF-STRIP              PIC 9(03) VALUE 0.
          05 WS-PF-SLASH-CNT          PIC 9(03) VALUE 0.
          05 WS-PF-REDIR-CNT          PIC 9(03) VALUE 0.
          05 WS-PATH-MATCHED          PIC X(01) VALUE "N".
          05 WS-REF-DATE              PIC X(08) VALUE SPACES.
          05 WS-DAYS                  PIC S9(07) VALUE 0.
          05 WS-FLAGS                 PIC X(50) VALUE SPACES.
          05 WS-FLAG-PTR              PIC 9(03) VALUE 0.
          05 WS-LAST-SHOWN            PIC X(08) VALUE SPACES.
          05 WS-LINES-READ            PIC 9(07) VALUE 0.
          05 WS-LINES-USED            PIC 9(07) VALUE 0.
          05 WS-ACTIVE-CNT            PIC 9(03) VALUE 0.
          05 WS-DORMANT-CNT           PIC 9(03) VALUE 0.
          05 WS-NEVER-CNT             PIC 9(03) VALUE 0.
          05 WS-EXPIRING-CNT          PIC 9(03) VALUE 0.
          05 WS-TESTMODE-CNT          PIC 9(03) VALUE 0.
          05 WS-FUTURE-CNT            PIC 9(03) VALUE 0.
          05 WS-UNMATCHED-CNT         PIC 9(03) VALUE 0.
          05 WS-CARDS-OUT             PIC 9(03) VALUE 0.
          05 WS-E-MAXRC               PIC ZZZ9.
          05 WS-E-DAYS                PIC ZZZZZZ9.
          05 WS-E-DAYS-TXT            PIC X(07).
          05 WS-E-MATCHES             PIC ZZZZZZ9.

      *    LAST-USE DATE PER CMDAUTH ROW, PARALLEL TO CMDAUTF-ENTRY.
      *    A DATE TAKEN FROM A SYSCMDHK MONTH SUMMARY IS HELD AS THE
      *    FIRST OF THAT MONTH AND MARKED SO IT PRINTS AS yyyymm--.
       01 WS-USE-TABLE.
          05 WS-USE-ENTRY OCCURS 100 TIMES.
             10 WS-USE-LAST           PIC X(08).
             10 WS-USE-SUM            PIC X(01).
             10 WS-USE-DORMANT        PIC X(01).

       01 WS-PATH-PREFIXES.
          05 WS-PATH-PFX-CNT          PIC 9(02) VALUE 0.
          05 WS-PATH-PFX-ENTRY OCCURS 50 TIMES.
             10 WS-PATH-PFX           PIC X(100).
             10 WS-PATH-PFX-LEN       PIC 9(03).
             10 WS-PATH-PFX-HITS      PIC 9(07).
             10 WS-PATH-PFX-LAST      PIC X(08).
             10 WS-PATH-PFX-SUM       PIC X(01).

       COPY CMDAUTHF.

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: PICK UP THE THRESHOLDS, LOAD BOTH MASTERS, FIND
      * THE LAST USE OF EVERY VERB AND PREFIX ON THE AUDIT TRAIL,
      * THEN REPORT AND WRITE THE EXPIRE DECK.
      **************************************************************
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
            MOVE WS-NOW-TS(1:8) TO WS-TODAY-DATE.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(WS-TODAY-DATE)).

            PERFORM P1000-READ-RVIN THRU P1009-EXIT.
            PERFORM P1500-LOAD-CMDAUTH THRU P1509-EXIT.
            PERFORM P1600-LOAD-PATHAUTH THRU P1609-EXIT.
            PERFORM P2000-SCAN-LOG THRU P2009-EXIT.

            IF RETURN-CODE = 0
               PERFORM P3000-PRINT-AUTH-REVIEW THRU P3009-EXIT
               PERFORM P3500-PRINT-PATH-REVIEW THRU P3509-EXIT
               PERFORM P4000-WRITE-EXPIRE-DECK THRU P4009-EXIT
               PERFORM P3900-PRINT-SUMMARY THRU P3909-EXIT
            END-IF.

            GOBACK.

      **************************************************************
      ** READ THE OPTIONAL RVIN DECK.  RECOGNISED CARDS:
      **   &UNUSED n     - DAYS WITHOUT A RUN BEFORE A VERB IS
      **                   DORMANT (DEFAULT 90)
      **   &EXPIRING n   - EXPIRY WARNING WINDOW IN DAYS (DEFAULT 30)
      **   DONE          - STOP READING
      **************************************************************
       P1000-READ-RVIN.

            OPEN INPUT RVIN-FILE.
            IF RVIN-FILE-STATUS NOT = "00"
               DISPLAY "RVIN NOT PRESENT - DEFAULT THRESHOLDS USED"
               GO TO P1009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ RVIN-FILE INTO CONTROL-REC-UPPER
                   AT END
                       MOVE "Y" TO WS-EOF
               END-READ

               IF WS-EOF NOT = "Y"
                  MOVE FUNCTION TRIM(CONTROL-REC-UPPER)
                       TO WS-CARD-LINE
                  MOVE FUNCTION UPPER-CASE(WS-CARD-LINE)
                       TO WS-CARD-LINE-UC
                  MOVE SPACES TO WS-CARD-TOKEN WS-CARD-OP1
                  UNSTRING WS-CARD-LINE-UC DELIMITED BY ALL " "
                      INTO WS-CARD-TOKEN WS-CARD-OP1
                  END-UNSTRING

                  COMPUTE WS-OP-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-CARD-OP1))

                  EVALUATE WS-CARD-TOKEN
                     WHEN "DONE"
                        MOVE "Y" TO WS-EOF
                     WHEN "&UNUSED"
                        IF WS-OP-LEN > 0 AND WS-OP-LEN <= 4
                              AND WS-CARD-OP1(1:WS-OP-LEN) IS NUMERIC
                           COMPUTE WS-UNUSED-DAYS = FUNCTION NUMVAL(
                               WS-CARD-OP1(1:WS-OP-LEN))
                        ELSE
                           DISPLAY "INVALID &UNUSED CARD IGNORED: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                        END-IF
                     WHEN "&EXPIRING"
                        IF WS-OP-LEN > 0 AND WS-OP-LEN <= 4
                              AND WS-CARD-OP1(1:WS-OP-LEN) IS NUMERIC
                           COMPUTE WS-EXPIRING-DAYS = FUNCTION NUMVAL(
                               WS-CARD-OP1(1:WS-OP-LEN))
                        ELSE
                           DISPLAY "INVALID &EXPIRING CARD IGNORED: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                        END-IF
                     WHEN SPACES
                        CONTINUE
                     WHEN OTHER
                        IF WS-CARD-LINE(1:1) NOT = "*"
                           DISPLAY "UNRECOGNISED RVIN CARD IGNORED: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                        END-IF
                  END-EVALUATE
               END-IF
            END-PERFORM.

            CLOSE RVIN-FILE.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** LOAD EVERY CMDAUTH ROW.  WITHOUT THE DATASET THE EXECUTORS
      ** RUN ON THE SHIPPED COMMAND TABLE, WHICH HAS NO OWNERS OR
      ** DATES TO RECERTIFY - SAY SO AND CARRY ON WITH PATHAUTH.
      **************************************************************
       P1500-LOAD-CMDAUTH.

            MOVE 0 TO CMDAUTF-CNT.

            OPEN INPUT CMDAUTH-FILE.
            IF CMDAUTH-FILE-STATUS NOT = "00"
               DISPLAY "CMDAUTH DATASET NOT PRESENT - THE EXECUTORS "
                       "USE THE SHIPPED COMMAND TABLE"
               GO TO P1509-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ CMDAUTH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CMDAUTH-IN-REC NOT = SPACES
                             AND CMDAUTH-IN-REC(1:1) NOT = "*"
                          IF CMDAUTF-CNT >= 100
                             DISPLAY "CMDAUTH EXCEEDS THE 100 "
                                     "ENTRY LIMIT - REMAINING "
                                     "LINES ARE NOT READ"
                             MOVE "Y" TO WS-EOF
                          ELSE
                             MOVE CMDAUTH-IN-REC TO CMDAUTF-RECORD
                             ADD 1 TO CMDAUTF-CNT
                             MOVE FUNCTION UPPER-CASE(CMDAUTF-CMD)
                                  TO CMDAUTF-T-CMD(CMDAUTF-CNT)
                             MOVE CMDAUTF-MODE
                                  TO CMDAUTF-T-MODE(CMDAUTF-CNT)
                             IF CMDAUTF-MAX-RC IS NUMERIC
                                MOVE CMDAUTF-MAX-RC TO
                                    CMDAUTF-T-MAX-RC(CMDAUTF-CNT)
                             ELSE
                                MOVE 0 TO
                                    CMDAUTF-T-MAX-RC(CMDAUTF-CNT)
                             END-IF
                             MOVE CMDAUTF-OWNER
                                  TO CMDAUTF-T-OWNER(CMDAUTF-CNT)
                             MOVE CMDAUTF-EFF-DATE
                                  TO CMDAUTF-T-EFF(CMDAUTF-CNT)
                             MOVE CMDAUTF-EXP-DATE
                                  TO CMDAUTF-T-EXP(CMDAUTF-CNT)
                             MOVE SPACES
                                  TO WS-USE-LAST(CMDAUTF-CNT)
                             MOVE "N" TO WS-USE-SUM(CMDAUTF-CNT)
                             MOVE "N" TO WS-USE-DORMANT(CMDAUTF-CNT)
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE CMDAUTH-FILE.

       P1509-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE PATHAUTH PREFIXES THE WAY THE EXECUTORS DO (ONE
      ** PREFIX PER LINE, BLANK AND "*" LINES ARE COMMENTS, 50 MAX).
      **************************************************************
       P1600-LOAD-PATHAUTH.

            MOVE 0 TO WS-PATH-PFX-CNT.

            OPEN INPUT PATHAUTH-FILE.
            IF PATHAUTH-FILE-STATUS NOT = "00"
               DISPLAY "PATHAUTH NOT PRESENT - PATH SANDBOX INACTIVE, "
                       "NO PREFIXES TO REVIEW"
               GO TO P1609-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ PATHAUTH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PATHAUTH-REC NOT = SPACES
                             AND PATHAUTH-REC(1:1) NOT = "*"
                          IF WS-PATH-PFX-CNT >= 50
                             DISPLAY "PATHAUTH EXCEEDS THE 50 "
                                     "PREFIX LIMIT - REMAINING "
                                     "LINES ARE NOT READ"
                             MOVE "Y" TO WS-EOF
                          ELSE
                             ADD 1 TO WS-PATH-PFX-CNT
                             MOVE FUNCTION TRIM(PATHAUTH-REC)
                                  TO WS-PATH-PFX(WS-PATH-PFX-CNT)
                             COMPUTE
                                 WS-PATH-PFX-LEN(WS-PATH-PFX-CNT)
                                 = FUNCTION LENGTH(FUNCTION TRIM(
                                   PATHAUTH-REC))
                             MOVE 0 TO
                                  WS-PATH-PFX-HITS(WS-PATH-PFX-CNT)
                             MOVE SPACES TO
                                  WS-PATH-PFX-LAST(WS-PATH-PFX-CNT)
                             MOVE "N" TO
                                  WS-PATH-PFX-SUM(WS-PATH-PFX-CNT)
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE PATHAUTH-FILE.

       P1609-EXIT.
           EXIT.

      **************************************************************
      ** READ EVERY SYSCMDLOG LINE.  A DETAIL LINE FOR A COMMAND THAT
      ** REACHED THE SHELL, OR A SYSCMDHK SUM LINE, IS A USE OF ITS
      ** VERB AND OF EVERY PATHAUTH PREFIX ITS ARGUMENTS FALL UNDER.
      **************************************************************
       P2000-SCAN-LOG.

            OPEN INPUT SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSCMDLOG - FILE STATUS: "
                       SYSCMDLOG-FILE-STATUS
               DISPLAY "NO USAGE HISTORY - REVIEW AND EXPIRE DECK "
                       "NOT PRODUCED"
               MOVE 8 TO RETURN-CODE
               GO TO P2009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ SYSCMDLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM P2100-PARSE-LINE THRU P2109-EXIT
                       IF WS-USE-DATE NOT = SPACES
                          ADD 1 TO WS-LINES-USED
                          PERFORM P2200-MARK-VERB-USED
                                      THRU P2209-EXIT
                          PERFORM P2300-MARK-PATHS-USED
                                      THRU P2309-EXIT
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE SYSCMDLOG-FILE.

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT THE LINE JUST READ.  WS-USE-DATE COMES BACK AS THE
      ** DATE IT COUNTS AS A USE ON, OR SPACES WHEN IT IS NOT A USE:
      ** MAINTENANCE LINES (IDX=000), LINES THAT WILL NOT PARSE AND
      ** COMMANDS THAT NEVER REACHED THE SHELL (REFUSED, SKIPPED,
      ** TEST MODE, PREDECESSOR WAITS).
      **************************************************************
       P2100-PARSE-LINE.

            MOVE SPACES TO WS-USE-DATE.
            MOVE "N" TO WS-USE-FROM-SUM.

            COMPUTE WS-REC-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(SYSCMDLOG-REC TRAILING)).
            IF WS-REC-LEN < 10
               GO TO P2109-EXIT
            END-IF.

            MOVE 0 TO WS-CMD-POS.
            INSPECT SYSCMDLOG-REC(1:WS-REC-LEN)
                TALLYING WS-CMD-POS FOR CHARACTERS
                BEFORE INITIAL " CMD=".
            IF WS-CMD-POS + 5 >= WS-REC-LEN
               GO TO P2109-EXIT
            END-IF.

            MOVE SPACES TO WS-CMD-TEXT.
            MOVE SYSCMDLOG-REC(WS-CMD-POS + 6 :
                 WS-REC-LEN - WS-CMD-POS - 5) TO WS-CMD-TEXT.
            COMPUTE WS-CMD-TEXT-LEN = WS-REC-LEN - WS-CMD-POS - 5.
            IF WS-CMD-TEXT-LEN > 256
               MOVE 256 TO WS-CMD-TEXT-LEN
            END-IF.

            MOVE SPACES TO WS-HEAD.
            MOVE SYSCMDLOG-REC(1:WS-CMD-POS) TO WS-HEAD.

            IF SYSCMDLOG-REC(1:4) = "SUM "
               MOVE SPACES TO WS-F-DUMMY WS-PS-MONTH
               UNSTRING WS-HEAD
                   DELIMITED BY "SUM MONTH=" OR " "
                   INTO WS-F-DUMMY WS-PS-MONTH
               END-UNSTRING
               IF WS-PS-MONTH(1:6) IS NUMERIC
                  STRING WS-PS-MONTH(1:6) "01" DELIMITED BY SIZE
                         INTO WS-USE-DATE
                  MOVE "Y" TO WS-USE-FROM-SUM
               END-IF
               GO TO P2109-EXIT
            END-IF.

            MOVE SPACES TO WS-F-DUMMY WS-F-IDX WS-F-START WS-F-END
                           WS-F-ELAPSED WS-F-RC WS-F-STATUS.
            UNSTRING WS-HEAD
                DELIMITED BY "IDX=" OR " START=" OR " END="
                    OR " ELAPSED=" OR " RC=" OR " STATUS="
                    OR " TRY="
                INTO WS-F-DUMMY WS-F-IDX WS-F-START WS-F-END
                     WS-F-ELAPSED WS-F-RC WS-F-STATUS
            END-UNSTRING.

            IF WS-F-START(1:8) IS NOT NUMERIC
                  OR WS-F-IDX(1:3) = "000"
               GO TO P2109-EXIT
            END-IF.

            EVALUATE WS-F-STATUS
               WHEN "NOAUTH"
               WHEN "NODD"
               WHEN "PATHVIO"
               WHEN "TOOLONG"
               WHEN "SKIPCAL"
               WHEN "SKIPCOND"
               WHEN "TEST"
               WHEN "DECKREJ"
               WHEN "WAITOK"
               WHEN "WAITTIME"
               WHEN "WAITABRT"
                  CONTINUE
               WHEN OTHER
                  MOVE WS-F-START(1:8) TO WS-USE-DATE
            END-EVALUATE.

       P2109-EXIT.
           EXIT.

      **************************************************************
      ** THE VERB IS THE LEADING TOKEN OF THE COMMAND, UPPER-CASED
      ** AND CUT TO 8 CHARACTERS - THE TOKEN THE EXECUTORS AUTHORIZE
      ** ON.  A LATER USE DATE REPLACES AN EARLIER ONE ON EVERY ROW
      ** FOR THE VERB.
      **************************************************************
       P2200-MARK-VERB-USED.

            MOVE SPACES TO WS-VERB.
            MOVE 0 TO WS-VERB-LEN.
            INSPECT FUNCTION TRIM(WS-CMD-TEXT)
                TALLYING WS-VERB-LEN FOR CHARACTERS
                BEFORE INITIAL SPACE.
            IF WS-VERB-LEN = 0
               GO TO P2209-EXIT
            END-IF.
            IF WS-VERB-LEN > 8
               MOVE 8 TO WS-VERB-LEN
            END-IF.
            MOVE FUNCTION UPPER-CASE(
                FUNCTION TRIM(WS-CMD-TEXT))(1:WS-VERB-LEN) TO WS-VERB.

            PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                    UNTIL WS-AUT-IDX > CMDAUTF-CNT
               IF CMDAUTF-T-CMD(WS-AUT-IDX) = WS-VERB
                  IF WS-USE-LAST(WS-AUT-IDX) = SPACES
                        OR WS-USE-DATE > WS-USE-LAST(WS-AUT-IDX)
                     MOVE WS-USE-DATE TO WS-USE-LAST(WS-AUT-IDX)
                     MOVE WS-USE-FROM-SUM TO WS-USE-SUM(WS-AUT-IDX)
                  END-IF
               END-IF
            END-PERFORM.

       P2209-EXIT.
           EXIT.

      **************************************************************
      ** WALK THE COMMAND'S ARGUMENTS WITH THE EXECUTORS' SANDBOX
      ** RULES - A PATH-LIKE TOKEN CONTAINS "/", IS NOT AN OPTION,
      ** AND MAY HAVE A REDIRECTION GLUED TO ITS FRONT - AND CREDIT
      ** EVERY PREFIX THE TOKEN SITS UNDER.
      **************************************************************
       P2300-MARK-PATHS-USED.

            IF WS-PATH-PFX-CNT = 0 OR WS-CMD-TEXT-LEN = 0
               GO TO P2309-EXIT
            END-IF.

            MOVE 1 TO WS-PF-PTR.
            MOVE "N" TO WS-PF-DONE.

            PERFORM UNTIL WS-PF-DONE = "Y"
               IF WS-PF-PTR > WS-CMD-TEXT-LEN
                  MOVE "Y" TO WS-PF-DONE
               ELSE
                  MOVE SPACES TO WS-PF-TOKEN
                  UNSTRING WS-CMD-TEXT(1:WS-CMD-TEXT-LEN)
                      DELIMITED BY ALL " "
                      INTO WS-PF-TOKEN
                      WITH POINTER WS-PF-PTR
                  END-UNSTRING
                  IF WS-PF-TOKEN NOT = SPACES
                        AND WS-PF-TOKEN(1:1) NOT = "-"
                     MOVE 0 TO WS-PF-STRIP
                     INSPECT WS-PF-TOKEN
                         TALLYING WS-PF-STRIP
                         FOR LEADING ">"
                     IF WS-PF-STRIP = 0
                        INSPECT WS-PF-TOKEN
                            TALLYING WS-PF-STRIP
                            FOR LEADING "<"
                     END-IF
                     IF WS-PF-STRIP > 0
                        MOVE WS-PF-TOKEN(WS-PF-STRIP + 1:)
                             TO WS-PF-TOKEN
                     END-IF
                     MOVE 0 TO WS-PF-SLASH-CNT
                     MOVE 0 TO WS-PF-REDIR-CNT
                     INSPECT WS-PF-TOKEN
                         TALLYING WS-PF-SLASH-CNT FOR ALL "/"
                     INSPECT WS-PF-TOKEN
                         TALLYING WS-PF-REDIR-CNT FOR ALL ">"
                     INSPECT WS-PF-TOKEN
                         TALLYING WS-PF-REDIR-CNT FOR ALL "<"
                     INSPECT WS-PF-TOKEN
                         TALLYING WS-PF-REDIR-CNT FOR ALL "|"
                     IF WS-PF-SLASH-CNT > 0 AND WS-PF-REDIR-CNT = 0
                        PERFORM P2350-MATCH-PATH-PREFIX
                                    THRU P2359-EXIT
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

       P2309-EXIT.
           EXIT.

      **************************************************************
      ** CREDIT EVERY PATHAUTH PREFIX WS-PF-TOKEN SITS UNDER.  A
      ** MATCH MUST END ON A NAME BOUNDARY, EXACTLY AS THE EXECUTORS
      ** REQUIRE (/DATA/BATCH DOES NOT COVER /DATA/BATCHOLD).
      **************************************************************
       P2350-MATCH-PATH-PREFIX.

            COMPUTE WS-PF-TOKEN-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-PF-TOKEN)).

            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-PATH-PFX-CNT
               MOVE "N" TO WS-PATH-MATCHED
               IF WS-PATH-PFX-LEN(WS-PA-IDX) > 0
                     AND WS-PF-TOKEN-LEN >=
                         WS-PATH-PFX-LEN(WS-PA-IDX)
                     AND WS-PF-TOKEN(1:WS-PATH-PFX-LEN(WS-PA-IDX))
                         = WS-PATH-PFX(WS-PA-IDX)
                           (1:WS-PATH-PFX-LEN(WS-PA-IDX))
                  IF WS-PF-TOKEN-LEN = WS-PATH-PFX-LEN(WS-PA-IDX)
                        OR WS-PATH-PFX(WS-PA-IDX)
                           (WS-PATH-PFX-LEN(WS-PA-IDX):1) = "/"
                        OR WS-PF-TOKEN
                           (WS-PATH-PFX-LEN(WS-PA-IDX) + 1:1) = "/"
                     MOVE "Y" TO WS-PATH-MATCHED
                  END-IF
               END-IF
               IF WS-PATH-MATCHED = "Y"
                  ADD 1 TO WS-PATH-PFX-HITS(WS-PA-IDX)
                  IF WS-PATH-PFX-LAST(WS-PA-IDX) = SPACES
                        OR WS-USE-DATE > WS-PATH-PFX-LAST(WS-PA-IDX)
                     MOVE WS-USE-DATE TO WS-PATH-PFX-LAST(WS-PA-IDX)
                     MOVE WS-USE-FROM-SUM
                          TO WS-PATH-PFX-SUM(WS-PA-IDX)
                  END-IF
               END-IF
            END-PERFORM.

       P2359-EXIT.
           EXIT.

      **************************************************************
      ** ONE LINE PER ACTIVE CMDAUTH ENTRY WITH ITS FLAGS.  DAYS IS
      ** THE TIME SINCE THE LAST RUN (SINCE THE FIRST OF THE MONTH
      ** WHEN THAT RUN IS ONLY KNOWN FROM A MONTH SUMMARY).
      **************************************************************
       P3000-PRINT-AUTH-REVIEW.

            DISPLAY "=================================================".
            DISPLAY "SYSCMDRV - AUTHORIZATION RECERTIFICATION REVIEW".
            DISPLAY "AS OF " WS-TODAY-DATE
                    "  DORMANT AFTER " WS-UNUSED-DAYS " DAYS UNUSED"
                    "  EXPIRY WINDOW " WS-EXPIRING-DAYS " DAYS".
            DISPLAY "=================================================".
            DISPLAY "ACTIVE CMDAUTH ENTRIES".
            DISPLAY "VERB     MODE MAXRC OWNER    EFF-DATE EXP-DATE "
                    "LAST USE    DAYS FLAGS".

            PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                    UNTIL WS-AUT-IDX > CMDAUTF-CNT
               IF CMDAUTF-T-EXP(WS-AUT-IDX) > WS-TODAY-DATE
                  PERFORM P3100-REVIEW-ENTRY THRU P3109-EXIT
               END-IF
            END-PERFORM.

            IF WS-ACTIVE-CNT = 0
               DISPLAY "(NO ACTIVE CMDAUTH ENTRIES)"
            END-IF.

       P3009-EXIT.
           EXIT.

      **************************************************************
      ** WORK OUT THE FLAGS FOR THE ENTRY AT WS-AUT-IDX AND PRINT IT.
      **************************************************************
       P3100-REVIEW-ENTRY.

            ADD 1 TO WS-ACTIVE-CNT.
            MOVE SPACES TO WS-FLAGS.
            MOVE 1 TO WS-FLAG-PTR.

            IF CMDAUTF-T-EFF(WS-AUT-IDX) > WS-TODAY-DATE
               STRING "FUTURE " DELIMITED BY SIZE
                      INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               ADD 1 TO WS-FUTURE-CNT
            END-IF.

      *     DORMANCY RUNS FROM THE LAST USE, OR FROM THE EFFECTIVE
      *     DATE FOR AN ENTRY THAT HAS NEVER RUN (OR LAST RAN UNDER
      *     AN EARLIER ENTRY FOR THE SAME VERB).
            MOVE WS-USE-LAST(WS-AUT-IDX) TO WS-REF-DATE.
            IF WS-REF-DATE = SPACES
                  OR CMDAUTF-T-EFF(WS-AUT-IDX) > WS-REF-DATE
               MOVE CMDAUTF-T-EFF(WS-AUT-IDX) TO WS-REF-DATE
            END-IF.

            IF WS-USE-LAST(WS-AUT-IDX) = SPACES
               STRING "NEVER-USED " DELIMITED BY SIZE
                      INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               ADD 1 TO WS-NEVER-CNT
            END-IF.

            IF WS-REF-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(WS-REF-DATE)) = 0
                  COMPUTE WS-DAYS = WS-TODAY-INT -
                      FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(WS-REF-DATE))
                  IF WS-DAYS >= WS-UNUSED-DAYS
                     STRING "DORMANT " DELIMITED BY SIZE
                            INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                     ADD 1 TO WS-DORMANT-CNT
                     MOVE "Y" TO WS-USE-DORMANT(WS-AUT-IDX)
                  END-IF
               END-IF
            END-IF.

            IF CMDAUTF-T-EXP(WS-AUT-IDX) NOT = "99999999"
                  AND CMDAUTF-T-EXP(WS-AUT-IDX) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(CMDAUTF-T-EXP(WS-AUT-IDX))) = 0
                  COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(CMDAUTF-T-EXP(WS-AUT-IDX)))
                      - WS-TODAY-INT
                  IF WS-DAYS <= WS-EXPIRING-DAYS
                     STRING "EXPIRING " DELIMITED BY SIZE
                            INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                     ADD 1 TO WS-EXPIRING-CNT
                  END-IF
               END-IF
            END-IF.

            IF CMDAUTF-T-MODE(WS-AUT-IDX) = "TEST"
               STRING "TEST-MODE " DELIMITED BY SIZE
                      INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               ADD 1 TO WS-TESTMODE-CNT
            END-IF.

            MOVE SPACES TO WS-LAST-SHOWN.
            MOVE SPACES TO WS-E-DAYS-TXT.
            IF WS-USE-LAST(WS-AUT-IDX) NOT = SPACES
               MOVE WS-USE-LAST(WS-AUT-IDX) TO WS-LAST-SHOWN
               IF WS-USE-SUM(WS-AUT-IDX) = "Y"
                  MOVE "--" TO WS-LAST-SHOWN(7:2)
               END-IF
               COMPUTE WS-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-USE-LAST(WS-AUT-IDX)))
               IF WS-DAYS < 0
                  MOVE 0 TO WS-DAYS
               END-IF
               MOVE WS-DAYS TO WS-E-DAYS
               MOVE WS-E-DAYS TO WS-E-DAYS-TXT
            END-IF.

            MOVE CMDAUTF-T-MAX-RC(WS-AUT-IDX) TO WS-E-MAXRC.

            DISPLAY CMDAUTF-T-CMD(WS-AUT-IDX) " "
                    CMDAUTF-T-MODE(WS-AUT-IDX) "  "
                    WS-E-MAXRC " "
                    CMDAUTF-T-OWNER(WS-AUT-IDX) " "
                    CMDAUTF-T-EFF(WS-AUT-IDX) " "
                    CMDAUTF-T-EXP(WS-AUT-IDX) " "
                    WS-LAST-SHOWN " "
                    WS-E-DAYS-TXT " "
                    FUNCTION TRIM(WS-FLAGS).

       P3109-EXIT.
           EXIT.

      **************************************************************
      ** ONE LINE PER PATHAUTH PREFIX: HOW MANY LOGGED ARGUMENTS IT
      ** COVERED AND WHEN IT LAST DID.  A PREFIX NOTHING HAS EVER
      ** MATCHED IS FLAGGED FOR REMOVAL BY HAND.
      **************************************************************
       P3500-PRINT-PATH-REVIEW.

            DISPLAY "=================================================".
            DISPLAY "PATHAUTH PREFIXES".
            DISPLAY "MATCHES LAST USE  PREFIX".

            PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                    UNTIL WS-PA-IDX > WS-PATH-PFX-CNT
               MOVE WS-PATH-PFX-HITS(WS-PA-IDX) TO WS-E-MATCHES
               MOVE WS-PATH-PFX-LAST(WS-PA-IDX) TO WS-LAST-SHOWN
               IF WS-PATH-PFX-SUM(WS-PA-IDX) = "Y"
                  MOVE "--" TO WS-LAST-SHOWN(7:2)
               END-IF
               IF WS-PATH-PFX-HITS(WS-PA-IDX) = 0
                  ADD 1 TO WS-UNMATCHED-CNT
                  DISPLAY WS-E-MATCHES " " WS-LAST-SHOWN " "
                          FUNCTION TRIM(WS-PATH-PFX(WS-PA-IDX))
                          "  NEVER-MATCHED"
               ELSE
                  DISPLAY WS-E-MATCHES " " WS-LAST-SHOWN " "
                          FUNCTION TRIM(WS-PATH-PFX(WS-PA-IDX))
               END-IF
            END-PERFORM.

            IF WS-PATH-PFX-CNT = 0
               DISPLAY "(NO PATHAUTH PREFIXES)"
            END-IF.

       P3509-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE AMOUT DECK: ONE SYSCMDAM "EXPIRE cmd" CARD PER
      ** DORMANT ENTRY, EACH PRECEDED BY A COMMENT CARD SAYING WHY,
      ** AND A CLOSING DONE CARD.  THE EXPIRY DATE IS LEFT OFF SO
      ** IT DEFAULTS TO THE DAY THE SIGNED-OFF DECK IS APPLIED.
      **************************************************************
       P4000-WRITE-EXPIRE-DECK.

            OPEN OUTPUT AMOUT-FILE.
            IF AMOUT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AMOUT - FILE STATUS: "
                       AMOUT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO P4009-EXIT
            END-IF.

            MOVE SPACES TO AMOUT-REC.
            STRING "* SYSCMDRV RECERTIFICATION " DELIMITED BY SIZE
                   WS-NOW-TS DELIMITED BY SIZE
                   " - EXPIRE ENTRIES UNUSED " DELIMITED BY SIZE
                   WS-UNUSED-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO AMOUT-REC.
            WRITE AMOUT-REC.
            MOVE "* REVIEW, SIGN OFF AND RUN AS SYSCMDAM AMIN"
                 TO AMOUT-REC.
            WRITE AMOUT-REC.

            PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                    UNTIL WS-AUT-IDX > CMDAUTF-CNT
               IF WS-USE-DORMANT(WS-AUT-IDX) = "Y"
                  MOVE WS-USE-LAST(WS-AUT-IDX) TO WS-LAST-SHOWN
                  IF WS-LAST-SHOWN = SPACES
                     MOVE "NEVER" TO WS-LAST-SHOWN
                  END-IF
                  IF WS-USE-SUM(WS-AUT-IDX) = "Y"
                     MOVE "--" TO WS-LAST-SHOWN(7:2)
                  END-IF
                  MOVE SPACES TO AMOUT-REC
                  STRING "* OWNER " DELIMITED BY SIZE
                         CMDAUTF-T-OWNER(WS-AUT-IDX)
                             DELIMITED BY SIZE
                         " MODE " DELIMITED BY SIZE
                         CMDAUTF-T-MODE(WS-AUT-IDX) DELIMITED BY SIZE
                         " EFFECTIVE " DELIMITED BY SIZE
                         CMDAUTF-T-EFF(WS-AUT-IDX) DELIMITED BY SIZE
                         " LAST USED " DELIMITED BY SIZE
                         WS-LAST-SHOWN DELIMITED BY SIZE
                         INTO AMOUT-REC
                  WRITE AMOUT-REC
                  MOVE SPACES TO AMOUT-REC
                  STRING "EXPIRE " DELIMITED BY SIZE
                         CMDAUTF-T-CMD(WS-AUT-IDX) DELIMITED BY SPACE
                         INTO AMOUT-REC
                  WRITE AMOUT-REC
                  ADD 1 TO WS-CARDS-OUT
               END-IF
            END-PERFORM.

            MOVE "DONE" TO AMOUT-REC.
            WRITE AMOUT-REC.

            CLOSE AMOUT-FILE.

       P4009-EXIT.
           EXIT.

      **************************************************************
      ** SUMMARY COUNTS AND THE STEP RETURN CODE: RC 4 WHEN THE
      ** REVIEW FOUND ANYTHING FOR THE REVIEWER TO ACT ON.
      **************************************************************
       P3900-PRINT-SUMMARY.

            DISPLAY "=================================================".
            DISPLAY "LOG LINES READ:          " WS-LINES-READ
                    "  COUNTED AS USE: " WS-LINES-USED.
            DISPLAY "ACTIVE ENTRIES:          " WS-ACTIVE-CNT.
            DISPLAY "DORMANT:                 " WS-DORMANT-CNT.
            DISPLAY "NEVER USED:              " WS-NEVER-CNT.
            DISPLAY "EXPIRING:                " WS-EXPIRING-CNT.
            DISPLAY "TEST-MODE STILL APPROVED:" WS-TESTMODE-CNT.
            DISPLAY "NOT YET EFFECTIVE:       " WS-FUTURE-CNT.
            DISPLAY "PREFIXES NEVER MATCHED:  " WS-UNMATCHED-CNT.
            DISPLAY "EXPIRE CARDS TO AMOUT:   " WS-CARDS-OUT.
            DISPLAY "=================================================".

            IF RETURN-CODE = 0
               IF WS-DORMANT-CNT > 0 OR WS-EXPIRING-CNT > 0
                     OR WS-TESTMODE-CNT > 0 OR WS-UNMATCHED-CNT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

       P3909-EXIT.
           EXIT.
