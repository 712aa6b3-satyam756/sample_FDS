       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDCB.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: RESOURCE CHARGEBACK REPORT.  READS THE
      *     SYSCMDLOG AUDIT TRAIL - DETAIL LINES CARRYING THE UCPU=
      *     SCPU= MAXKB= USAGE THE EXECUTORS NOW RECORD, AND THE
      *     PER-MONTH SUM LINES SYSCMDHK ROLLS OLD DETAIL INTO - AND
      *     CHARGES EVERY COMMAND TO THE CMDAUTF-OWNER OF ITS VERB
      *     IN THE CMDAUTH MASTER: THE ROW IN FORCE WHEN THE COMMAND
      *     RAN, ELSE THE VERB'S MOST RECENT ROW, ELSE "UNOWNED".
      *     FOR EACH MONTH, OWNER AND VERB IT SHOWS RUNS, FAILURES,
      *     RETRY ATTEMPTS, USER AND SYSTEM CPU SECONDS, ELAPSED
      *     SECONDS AND PEAK MEMORY, WITH OWNER AND MONTH TOTALS.
      *     RUNS, FAILURES AND ELAPSED FOLLOW THE SYSCMDRP RULES
      *     (FINAL ATTEMPTS ONLY, FAILURE = RC ABOVE ZERO); CPU
      *     COUNTS EVERY ATTEMPT, RETRIES INCLUDED, AS SYSCMDHK
      *     DOES.  SYSCMDAM / SYSCMDDR / SYSCMDIC MAINTENANCE LINES
      *     (IDX=000) ARE NOT COMMANDS AND ARE LEFT OUT.  AN
      *     OPTIONAL CBIN DECK SELECTS THE MONTHS (&FROM / &THRU
      *     yyyymm); THE DEFAULT IS THE LAST COMPLETE MONTH.
      *   - SYSCMDLOG LINES NOW CARRY THE AUDIT CHAIN AREA
      *     (SEQ/PREV/HASH, SEE SYSCMDCH) AFTER THE DATA; THE FD
      *     DESCRIBES THE LONGER LINE SO EACH STILL READS AS ONE
      *     RECORD.  THE REPORT IS UNCHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CBIN-FILE ASSIGN TO "CBIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CBIN-FILE-STATUS.
           SELECT CMDAUTH-FILE ASSIGN TO "CMDAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMDAUTH-FILE-STATUS.
           SELECT SYSCMDLOG-FILE ASSIGN TO "SYSCMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSCMDLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CBIN-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  CBIN-REC                       PIC X(80).

       FD  CMDAUTH-FILE
           LABEL RECORDS STANDARD.
       01  CMDAUTH-IN-REC                 PIC X(80).

       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       WORKING-STORAGE SECTION.

       01 CBIN-FILE-STATUS             PIC X(02) VALUE SPACES.
       01 CMDAUTH-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 SYSCMDLOG-FILE-STATUS        PIC X(02) VALUE SPACES.
       01 CONTROL-REC-UPPER            PIC X(80).

       01 WS-VARIABLES.
          05 WS-EOF                   PIC X(01) VALUE "N".
          05 WS-TODAY-DATE            PIC X(08) VALUE SPACES.
          05 WS-CARD-LINE             PIC X(80) VALUE SPACES.
          05 WS-CARD-LINE-UC          PIC X(80) VALUE SPACES.
          05 WS-CARD-TOKEN            PIC X(12) VALUE SPACES.
          05 WS-CARD-OP1              PIC X(20) VALUE SPACES.
          05 WS-FROM-MONTH            PIC X(06) VALUE SPACES.
          05 WS-THRU-MONTH            PIC X(06) VALUE SPACES.
          05 WS-MONTH-NUM             PIC 9(06) VALUE 0.
          05 WS-REC-LEN               PIC 9(04) VALUE 0.
          05 WS-CMD-POS               PIC 9(04) VALUE 0.
          05 WS-USE-POS               PIC 9(04) VALUE 0.
          05 WS-CMD-TEXT              PIC X(80) VALUE SPACES.
          05 WS-HEAD                  PIC X(200) VALUE SPACES.
          05 WS-F-DUMMY               PIC X(20) VALUE SPACES.
          05 WS-F-IDX                 PIC X(08) VALUE SPACES.
          05 WS-F-START               PIC X(20) VALUE SPACES.
          05 WS-F-END                 PIC X(20) VALUE SPACES.
          05 WS-F-ELAPSED             PIC X(12) VALUE SPACES.
          05 WS-F-RC                  PIC X(08) VALUE SPACES.
          05 WS-F-STATUS              PIC X(12) VALUE SPACES.
          05 WS-F-UCPU                PIC X(14) VALUE SPACES.
          05 WS-F-SCPU                PIC X(14) VALUE SPACES.
          05 WS-F-MAXKB               PIC X(14) VALUE SPACES.
          05 WS-PS-MONTH              PIC X(12) VALUE SPACES.
          05 WS-PS-RUNS               PIC X(12) VALUE SPACES.
          05 WS-PS-FAILS              PIC X(12) VALUE SPACES.
          05 WS-PS-RETRIES            PIC X(12) VALUE SPACES.
          05 WS-PS-TOTEL              PIC X(12) VALUE SPACES.
          05 WS-PS-MINEL              PIC X(12) VALUE SPACES.
          05 WS-PS-MAXEL              PIC X(12) VALUE SPACES.
          05 WS-P-LEN                 PIC 9(02) VALUE 0.
          05 WS-P-BAD                 PIC X(01) VALUE "N".
          05 WS-P-IS-SUM              PIC X(01) VALUE "N".
          05 WS-P-IS-RETRY            PIC X(01) VALUE "N".
          05 WS-P-DATE                PIC X(08) VALUE SPACES.
          05 WS-P-RUNS                PIC 9(07) VALUE 0.
          05 WS-P-FAILS               PIC 9(07) VALUE 0.
          05 WS-P-RETRIES             PIC 9(07) VALUE 0.
          05 WS-P-ELAPSED             PIC 9(09) VALUE 0.
          05 WS-P-RC                  PIC 9(04) VALUE 0.
          05 WS-P-UCPU                PIC 9(09)V99 VALUE 0.
          05 WS-P-SCPU                PIC 9(09)V99 VALUE 0.
          05 WS-P-MAXKB               PIC 9(09) VALUE 0.
          05 WS-VERB                  PIC X(08) VALUE SPACES.
          05 WS-VERB-LEN              PIC 9(02) VALUE 0.
          05 WS-OWNER                 PIC X(08) VALUE SPACES.
          05 WS-OWN-LO                PIC X(08) VALUE SPACES.
          05 WS-OWN-HI                PIC X(08) VALUE SPACES.
          05 WS-AUT-IDX               PIC 9(03) VALUE 0.
          05 WS-AUT-HIT               PIC 9(03) VALUE 0.
          05 WS-AUT-ANY               PIC 9(03) VALUE 0.
          05 WS-CB-IDX                PIC 9(03) VALUE 0.
          05 WS-CB-HIT                PIC 9(03) VALUE 0.
          05 WS-LINES-READ            PIC 9(07) VALUE 0.
          05 WS-LINES-USED            PIC 9(07) VALUE 0.
          05 WS-LINES-SUM             PIC 9(07) VALUE 0.
          05 WS-LINES-ADMIN           PIC 9(07) VALUE 0.
          05 WS-LINES-BAD             PIC 9(07) VALUE 0.
          05 WS-TBL-OVERFLOW          PIC 9(07) VALUE 0.
          05 WS-MONTHS-SEEN           PIC 9(03) VALUE 0.

       01 WS-CB-STATS.
          05 WS-CB-CNT                PIC 9(03) VALUE 0.
          05 WS-CB-ENTRY OCCURS 500 TIMES.
             10 WS-CB-KEY.
                15 WS-CB-MONTH        PIC X(06).
                15 WS-CB-OWNER        PIC X(08).
                15 WS-CB-VERB         PIC X(08).
             10 WS-CB-RUNS            PIC 9(07).
             10 WS-CB-FAILS           PIC 9(07).
             10 WS-CB-RETRIES         PIC 9(07).
             10 WS-CB-UCPU            PIC 9(09)V99.
             10 WS-CB-SCPU            PIC 9(09)V99.
             10 WS-CB-ELAPSED         PIC 9(09).
             10 WS-CB-MAXKB           PIC 9(09).

       01 WS-CB-NEW-KEY.
          05 WS-NK-MONTH              PIC X(06).
          05 WS-NK-OWNER              PIC X(08).
          05 WS-NK-VERB               PIC X(08).

      *    ONE PRINT LINE'S FIGURES, AND THE OWNER / MONTH / GRAND
      *    TOTALS THEY ROLL INTO (SAME SHAPE, SO ONE PRINT PARAGRAPH
      *    SERVES THEM ALL).
       01 WS-PRT-LINE.
          05 WS-PL-MONTH              PIC X(06).
          05 WS-PL-OWNER              PIC X(08).
          05 WS-PL-VERB               PIC X(08).
          05 WS-PL-FIGURES.
             10 WS-PL-RUNS            PIC 9(07).
             10 WS-PL-FAILS           PIC 9(07).
             10 WS-PL-RETRIES         PIC 9(07).
             10 WS-PL-UCPU            PIC 9(09)V99.
             10 WS-PL-SCPU            PIC 9(09)V99.
             10 WS-PL-ELAPSED         PIC 9(09).
             10 WS-PL-MAXKB           PIC 9(09).
       01 WS-OWNER-TOTAL.
          05 WS-OT-RUNS               PIC 9(07).
          05 WS-OT-FAILS              PIC 9(07).
          05 WS-OT-RETRIES            PIC 9(07).
          05 WS-OT-UCPU               PIC 9(09)V99.
          05 WS-OT-SCPU               PIC 9(09)V99.
          05 WS-OT-ELAPSED            PIC 9(09).
          05 WS-OT-MAXKB              PIC 9(09).
       01 WS-MONTH-TOTAL.
          05 WS-MT-RUNS               PIC 9(07).
          05 WS-MT-FAILS              PIC 9(07).
          05 WS-MT-RETRIES            PIC 9(07).
          05 WS-MT-UCPU               PIC 9(09)V99.
          05 WS-MT-SCPU               PIC 9(09)V99.
          05 WS-MT-ELAPSED            PIC 9(09).
          05 WS-MT-MAXKB              PIC 9(09).
       01 WS-GRAND-TOTAL.
          05 WS-GT-RUNS               PIC 9(07).
          05 WS-GT-FAILS              PIC 9(07).
          05 WS-GT-RETRIES            PIC 9(07).
          05 WS-GT-UCPU               PIC 9(09)V99.
          05 WS-GT-SCPU               PIC 9(09)V99.
          05 WS-GT-ELAPSED            PIC 9(09).
          05 WS-GT-MAXKB              PIC 9(09).

       01 WS-EDITED.
          05 WS-E-RUNS                PIC ZZZZZZ9.
          05 WS-E-FAILS               PIC ZZZZZZ9.
          05 WS-E-RETRIES             PIC ZZZZZZ9.
          05 WS-E-UCPU                PIC ZZZZZZZZ9.99.
          05 WS-E-SCPU                PIC ZZZZZZZZ9.99.
          05 WS-E-ELAPSED             PIC ZZZZZZZZ9.
          05 WS-E-MAXKB               PIC ZZZZZZZZ9.

       COPY CMDAUTH.
       COPY CMDAUTHF.

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: PICK UP THE MONTH RANGE, LOAD THE OWNERS, SCAN THE
      * AUDIT TRAIL, PRINT THE CHARGEBACK.
      **************************************************************
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

            PERFORM P1000-READ-CBIN THRU P1009-EXIT.
            PERFORM P1500-LOAD-CMDAUTH THRU P1509-EXIT.
            PERFORM P2000-SCAN-LOG THRU P2009-EXIT.

            IF RETURN-CODE = 0
               PERFORM P3000-PRINT-REPORT THRU P3009-EXIT
            END-IF.

            GOBACK.

      **************************************************************
      ** READ THE OPTIONAL CBIN DECK.  RECOGNISED CARDS:
      **   &FROM yyyymm   - FIRST MONTH CHARGED
      **   &THRU yyyymm   - LAST MONTH CHARGED
      **   DONE           - STOP READING
      ** EITHER LIMIT NOT GIVEN DEFAULTS TO THE LAST COMPLETE MONTH.
      **************************************************************
       P1000-READ-CBIN.

            OPEN INPUT CBIN-FILE.
            IF CBIN-FILE-STATUS NOT = "00"
               DISPLAY "CBIN NOT PRESENT - LAST COMPLETE MONTH "
                       "CHARGED"
            ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                  READ CBIN-FILE INTO CONTROL-REC-UPPER
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

                     EVALUATE WS-CARD-TOKEN
                        WHEN "DONE"
                           MOVE "Y" TO WS-EOF
                        WHEN "&FROM"
                           IF WS-CARD-OP1(1:6) IS NUMERIC
                                 AND WS-CARD-OP1(7:1) = SPACE
                              MOVE WS-CARD-OP1(1:6) TO WS-FROM-MONTH
                           ELSE
                              DISPLAY "INVALID &FROM CARD IGNORED: "
                                      FUNCTION TRIM(WS-CARD-LINE)
                           END-IF
                        WHEN "&THRU"
                           IF WS-CARD-OP1(1:6) IS NUMERIC
                                 AND WS-CARD-OP1(7:1) = SPACE
                              MOVE WS-CARD-OP1(1:6) TO WS-THRU-MONTH
                           ELSE
                              DISPLAY "INVALID &THRU CARD IGNORED: "
                                      FUNCTION TRIM(WS-CARD-LINE)
                           END-IF
                        WHEN SPACES
                           CONTINUE
                        WHEN OTHER
                           IF WS-CARD-LINE(1:1) NOT = "*"
                              DISPLAY "UNRECOGNISED CBIN CARD "
                                      "IGNORED: "
                                      FUNCTION TRIM(WS-CARD-LINE)
                           END-IF
                     END-EVALUATE
                  END-IF
               END-PERFORM
               CLOSE CBIN-FILE
            END-IF.

      *     THE LAST COMPLETE MONTH IS THE ONE BEFORE TODAY'S.
            IF WS-FROM-MONTH = SPACES OR WS-THRU-MONTH = SPACES
               COMPUTE WS-MONTH-NUM = FUNCTION NUMVAL(
                   WS-TODAY-DATE(1:6)) - 1
               IF WS-TODAY-DATE(5:2) = "01"
                  SUBTRACT 88 FROM WS-MONTH-NUM
               END-IF
               IF WS-FROM-MONTH = SPACES
                  MOVE WS-MONTH-NUM TO WS-FROM-MONTH
               END-IF
               IF WS-THRU-MONTH = SPACES
                  MOVE WS-MONTH-NUM TO WS-THRU-MONTH
               END-IF
            END-IF.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** LOAD EVERY CMDAUTH ROW - CURRENT AND EXPIRED ALIKE, SINCE
      ** A COMMAND IS CHARGED TO THE OWNER OF THE ROW IN FORCE WHEN
      ** IT RAN.  WITHOUT THE DATASET THE SHIPPED COMMAND TABLE IS
      ** LOADED UNDER OWNER "DEFAULT", AS THE EXECUTORS DO.
      **************************************************************
       P1500-LOAD-CMDAUTH.

            MOVE 0 TO CMDAUTF-CNT.

            OPEN INPUT CMDAUTH-FILE.
            IF CMDAUTH-FILE-STATUS NOT = "00"
               DISPLAY "CMDAUTH DATASET NOT PRESENT - SHIPPED "
                       "COMMANDS CHARGED TO DEFAULT"
               PERFORM VARYING CMDAUTH-IDX FROM 1 BY 1
                       UNTIL CMDAUTH-IDX > 20
                  ADD 1 TO CMDAUTF-CNT
                  MOVE CMDAUTH-CMD(CMDAUTH-IDX)
                       TO CMDAUTF-T-CMD(CMDAUTF-CNT)
                  MOVE "PROD" TO CMDAUTF-T-MODE(CMDAUTF-CNT)
                  MOVE 0 TO CMDAUTF-T-MAX-RC(CMDAUTF-CNT)
                  MOVE "DEFAULT" TO CMDAUTF-T-OWNER(CMDAUTF-CNT)
                  MOVE "00000000" TO CMDAUTF-T-EFF(CMDAUTF-CNT)
                  MOVE "99999999" TO CMDAUTF-T-EXP(CMDAUTF-CNT)
               END-PERFORM
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
                             MOVE 0 TO CMDAUTF-T-MAX-RC(CMDAUTF-CNT)
                             MOVE CMDAUTF-OWNER
                                  TO CMDAUTF-T-OWNER(CMDAUTF-CNT)
                             MOVE CMDAUTF-EFF-DATE
                                  TO CMDAUTF-T-EFF(CMDAUTF-CNT)
                             MOVE CMDAUTF-EXP-DATE
                                  TO CMDAUTF-T-EXP(CMDAUTF-CNT)
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE CMDAUTH-FILE.

            DISPLAY "CMDAUTH ROWS LOADED: " CMDAUTF-CNT.

       P1509-EXIT.
           EXIT.

      **************************************************************
      ** READ EVERY SYSCMDLOG LINE.  SUM LINES AND COMMAND DETAIL
      ** LINES INSIDE THE MONTH RANGE ARE CHARGED; MAINTENANCE
      ** LINES (IDX=000) AND LINES THAT WILL NOT PARSE ARE COUNTED
      ** AND SKIPPED.
      **************************************************************
       P2000-SCAN-LOG.

            OPEN INPUT SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSCMDLOG - FILE STATUS: "
                       SYSCMDLOG-FILE-STATUS
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
                       IF SYSCMDLOG-REC(1:4) = "SUM "
                          PERFORM P2200-PARSE-SUM THRU P2209-EXIT
                       ELSE
                          PERFORM P2100-PARSE-DETAIL THRU P2109-EXIT
                       END-IF
                       IF WS-P-BAD = "N"
                          PERFORM P2400-CHARGE-LINE THRU P2409-EXIT
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE SYSCMDLOG-FILE.

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT ONE DETAIL LINE THE SAME WAY SYSCMDRP AND SYSCMDHK
      ** DO, TAKING THE USAGE FIELDS OFF THE END OF THE HEAD FIRST.
      ** A LINE OUTSIDE THE MONTH RANGE IS FLAGGED BAD WITHOUT BEING
      ** COUNTED AS UNPARSEABLE.
      **************************************************************
       P2100-PARSE-DETAIL.

            MOVE "Y" TO WS-P-BAD.
            MOVE "N" TO WS-P-IS-SUM.
            MOVE "N" TO WS-P-IS-RETRY.

            PERFORM P2050-SPLIT-CMD THRU P2059-EXIT.
            IF WS-CMD-POS = 0
               ADD 1 TO WS-LINES-BAD
               GO TO P2109-EXIT
            END-IF.

            PERFORM P2150-PARSE-USAGE THRU P2159-EXIT.

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
               ADD 1 TO WS-LINES-BAD
               GO TO P2109-EXIT
            END-IF.

            IF WS-F-IDX(1:3) = "000"
               ADD 1 TO WS-LINES-ADMIN
               GO TO P2109-EXIT
            END-IF.

            MOVE WS-F-START(1:8) TO WS-P-DATE.
            IF WS-P-DATE(1:6) < WS-FROM-MONTH
                  OR WS-P-DATE(1:6) > WS-THRU-MONTH
               GO TO P2109-EXIT
            END-IF.

            IF WS-F-STATUS(1:5) = "RETRY"
               MOVE "Y" TO WS-P-IS-RETRY
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

            MOVE 0 TO WS-P-RC.
            COMPUTE WS-P-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-F-RC)).
            IF WS-P-LEN > 0 AND WS-P-LEN <= 4
               IF WS-F-RC(1:WS-P-LEN) IS NUMERIC
                  COMPUTE WS-P-RC = FUNCTION NUMVAL(
                      WS-F-RC(1:WS-P-LEN))
               END-IF
            END-IF.

            MOVE 0 TO WS-P-RUNS WS-P-FAILS WS-P-RETRIES.
            IF WS-P-IS-RETRY = "Y"
               MOVE 1 TO WS-P-RETRIES
               MOVE 0 TO WS-P-ELAPSED
            ELSE
               MOVE 1 TO WS-P-RUNS
               IF WS-P-RC > 0
                  MOVE 1 TO WS-P-FAILS
               END-IF
            END-IF.

            MOVE WS-P-DATE TO WS-OWN-LO WS-OWN-HI.
            MOVE "N" TO WS-P-BAD.

       P2109-EXIT.
           EXIT.

      **************************************************************
      ** LOCATE " CMD=" IN THE LINE JUST READ: THE COMMAND TEXT GOES
      ** TO WS-CMD-TEXT AND EVERYTHING BEFORE IT TO WS-HEAD.
      ** WS-CMD-POS COMES BACK ZERO WHEN THE LINE HAS NO CMD= FIELD.
      **************************************************************
       P2050-SPLIT-CMD.

            COMPUTE WS-REC-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(SYSCMDLOG-REC TRAILING)).
            IF WS-REC-LEN < 10
               MOVE 0 TO WS-CMD-POS
               GO TO P2059-EXIT
            END-IF.

            MOVE 0 TO WS-CMD-POS.
            INSPECT SYSCMDLOG-REC(1:WS-REC-LEN)
                TALLYING WS-CMD-POS FOR CHARACTERS
                BEFORE INITIAL " CMD=".
            IF WS-CMD-POS + 5 >= WS-REC-LEN
               MOVE 0 TO WS-CMD-POS
               GO TO P2059-EXIT
            END-IF.

            MOVE SPACES TO WS-CMD-TEXT.
            MOVE SYSCMDLOG-REC(WS-CMD-POS + 6 :
                 WS-REC-LEN - WS-CMD-POS - 5) TO WS-CMD-TEXT.

            MOVE SPACES TO WS-HEAD.
            MOVE SYSCMDLOG-REC(1:WS-CMD-POS) TO WS-HEAD.

       P2059-EXIT.
           EXIT.

      **************************************************************
      ** TAKE " UCPU=n.nn SCPU=n.nn MAXKB=n" OFF THE END OF THE
      ** DETAIL HEAD (BLANKING IT OUT OF WS-HEAD).  A LINE WRITTEN
      ** BEFORE THE EXECUTORS RECORDED USAGE CHARGES ZERO CPU.
      **************************************************************
       P2150-PARSE-USAGE.

            MOVE 0 TO WS-P-UCPU WS-P-SCPU WS-P-MAXKB.

            MOVE 0 TO WS-USE-POS.
            INSPECT SYSCMDLOG-REC(1:WS-CMD-POS) TALLYING WS-USE-POS
                FOR CHARACTERS BEFORE INITIAL " UCPU=".
            IF WS-USE-POS + 6 >= WS-CMD-POS
               GO TO P2159-EXIT
            END-IF.

            MOVE SPACES TO WS-F-UCPU WS-F-SCPU WS-F-MAXKB.
            UNSTRING SYSCMDLOG-REC(WS-USE-POS + 7 :
                                   WS-CMD-POS - WS-USE-POS - 6)
                DELIMITED BY " SCPU=" OR " MAXKB=" OR " "
                INTO WS-F-UCPU WS-F-SCPU WS-F-MAXKB
            END-UNSTRING.
            IF WS-USE-POS < 200
               MOVE SPACES TO WS-HEAD(WS-USE-POS + 1:)
            END-IF.

            PERFORM P2160-NUM-USAGE THRU P2169-EXIT.

       P2159-EXIT.
           EXIT.

      **************************************************************
      ** CONVERT THE UNSTRUNG WS-F-UCPU / SCPU / MAXKB TEXT.  A
      ** FIELD THAT WILL NOT CONVERT COUNTS AS ZERO.
      **************************************************************
       P2160-NUM-USAGE.

            IF WS-F-UCPU(1:1) IS NUMERIC
               COMPUTE WS-P-UCPU = FUNCTION NUMVAL(WS-F-UCPU)
            END-IF.
            IF WS-F-SCPU(1:1) IS NUMERIC
               COMPUTE WS-P-SCPU = FUNCTION NUMVAL(WS-F-SCPU)
            END-IF.
            COMPUTE WS-P-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-F-MAXKB)).
            IF WS-P-LEN > 0 AND WS-P-LEN <= 9
               IF WS-F-MAXKB(1:WS-P-LEN) IS NUMERIC
                  COMPUTE WS-P-MAXKB = FUNCTION NUMVAL(
                      WS-F-MAXKB(1:WS-P-LEN))
               END-IF
            END-IF.

       P2169-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT A SYSCMDHK SUMMARY LINE:
      **   SUM MONTH=yyyymm RUNS=n FAILS=n RETRIES=n TOTEL=n
      **   MINEL=n MAXEL=n [UCPU=n SCPU=n MAXKB=n] CMD=text
      ** THE WHOLE MONTH IS CHARGED AT ONCE; ITS OWNER IS WHOEVER
      ** HELD THE VERB AT ANY POINT IN THE MONTH.
      **************************************************************
       P2200-PARSE-SUM.

            MOVE "Y" TO WS-P-BAD.
            MOVE "Y" TO WS-P-IS-SUM.

            PERFORM P2050-SPLIT-CMD THRU P2059-EXIT.
            IF WS-CMD-POS = 0
               ADD 1 TO WS-LINES-BAD
               GO TO P2209-EXIT
            END-IF.

            MOVE SPACES TO WS-F-DUMMY WS-PS-MONTH WS-PS-RUNS
                           WS-PS-FAILS WS-PS-RETRIES WS-PS-TOTEL
                           WS-PS-MINEL WS-PS-MAXEL WS-F-UCPU
                           WS-F-SCPU WS-F-MAXKB.
            UNSTRING WS-HEAD
                DELIMITED BY "SUM MONTH=" OR " RUNS=" OR " FAILS="
                    OR " RETRIES=" OR " TOTEL=" OR " MINEL="
                    OR " MAXEL=" OR " UCPU=" OR " SCPU="
                    OR " MAXKB="
                INTO WS-F-DUMMY WS-PS-MONTH WS-PS-RUNS WS-PS-FAILS
                     WS-PS-RETRIES WS-PS-TOTEL WS-PS-MINEL
                     WS-PS-MAXEL WS-F-UCPU WS-F-SCPU WS-F-MAXKB
            END-UNSTRING.

            IF WS-PS-MONTH(1:6) IS NOT NUMERIC
               ADD 1 TO WS-LINES-BAD
               GO TO P2209-EXIT
            END-IF.

            IF WS-PS-MONTH(1:6) < WS-FROM-MONTH
                  OR WS-PS-MONTH(1:6) > WS-THRU-MONTH
               GO TO P2209-EXIT
            END-IF.

            MOVE 0 TO WS-P-RUNS WS-P-FAILS WS-P-RETRIES WS-P-ELAPSED.
            COMPUTE WS-P-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-PS-RUNS)).
            IF WS-P-LEN > 0 AND WS-P-LEN <= 7
               IF WS-PS-RUNS(1:WS-P-LEN) IS NUMERIC
                  COMPUTE WS-P-RUNS = FUNCTION NUMVAL(
                      WS-PS-RUNS(1:WS-P-LEN))
               END-IF
            END-IF.
            COMPUTE WS-P-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-PS-FAILS)).
            IF WS-P-LEN > 0 AND WS-P-LEN <= 7
               IF WS-PS-FAILS(1:WS-P-LEN) IS NUMERIC
                  COMPUTE WS-P-FAILS = FUNCTION NUMVAL(
                      WS-PS-FAILS(1:WS-P-LEN))
               END-IF
            END-IF.
            COMPUTE WS-P-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-PS-RETRIES)).
            IF WS-P-LEN > 0 AND WS-P-LEN <= 7
               IF WS-PS-RETRIES(1:WS-P-LEN) IS NUMERIC
                  COMPUTE WS-P-RETRIES = FUNCTION NUMVAL(
                      WS-PS-RETRIES(1:WS-P-LEN))
               END-IF
            END-IF.
            COMPUTE WS-P-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-PS-TOTEL)).
            IF WS-P-LEN > 0 AND WS-P-LEN <= 9
               IF WS-PS-TOTEL(1:WS-P-LEN) IS NUMERIC
                  COMPUTE WS-P-ELAPSED = FUNCTION NUMVAL(
                      WS-PS-TOTEL(1:WS-P-LEN))
               END-IF
            END-IF.

            MOVE 0 TO WS-P-UCPU WS-P-SCPU WS-P-MAXKB.
            PERFORM P2160-NUM-USAGE THRU P2169-EXIT.

            MOVE SPACES TO WS-OWN-LO WS-OWN-HI.
            STRING WS-PS-MONTH(1:6) "01" DELIMITED BY SIZE
                   INTO WS-OWN-LO.
            STRING WS-PS-MONTH(1:6) "31" DELIMITED BY SIZE
                   INTO WS-OWN-HI.
            MOVE WS-OWN-LO TO WS-P-DATE.

            ADD 1 TO WS-LINES-SUM.
            MOVE "N" TO WS-P-BAD.

       P2209-EXIT.
           EXIT.

      **************************************************************
      ** CHARGE THE LINE JUST PARSED: DERIVE THE VERB (LEADING TOKEN
      ** OF THE COMMAND, UPPER-CASED, 8 CHARACTERS - THE SAME TOKEN
      ** THE EXECUTORS AUTHORIZE ON), FIND ITS OWNER AND FOLD THE
      ** FIGURES INTO THE MONTH / OWNER / VERB ENTRY.
      **************************************************************
       P2400-CHARGE-LINE.

            MOVE SPACES TO WS-VERB.
            MOVE 0 TO WS-VERB-LEN.
            INSPECT FUNCTION TRIM(WS-CMD-TEXT)
                TALLYING WS-VERB-LEN FOR CHARACTERS
                BEFORE INITIAL SPACE.
            IF WS-VERB-LEN = 0
               MOVE "?" TO WS-VERB
            ELSE
               IF WS-VERB-LEN > 8
                  MOVE 8 TO WS-VERB-LEN
               END-IF
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-CMD-TEXT))(1:WS-VERB-LEN)
                   TO WS-VERB
            END-IF.

            PERFORM P2450-FIND-OWNER THRU P2459-EXIT.

            MOVE WS-P-DATE(1:6) TO WS-NK-MONTH.
            MOVE WS-OWNER TO WS-NK-OWNER.
            MOVE WS-VERB TO WS-NK-VERB.
            PERFORM P2500-FIND-CB-ENTRY THRU P2509-EXIT.
            IF WS-CB-HIT = 0
               GO TO P2409-EXIT
            END-IF.

            ADD 1 TO WS-LINES-USED.
            ADD WS-P-RUNS TO WS-CB-RUNS(WS-CB-HIT).
            ADD WS-P-FAILS TO WS-CB-FAILS(WS-CB-HIT).
            ADD WS-P-RETRIES TO WS-CB-RETRIES(WS-CB-HIT).
            ADD WS-P-UCPU TO WS-CB-UCPU(WS-CB-HIT).
            ADD WS-P-SCPU TO WS-CB-SCPU(WS-CB-HIT).
            ADD WS-P-ELAPSED TO WS-CB-ELAPSED(WS-CB-HIT).
            IF WS-P-MAXKB > WS-CB-MAXKB(WS-CB-HIT)
               MOVE WS-P-MAXKB TO WS-CB-MAXKB(WS-CB-HIT)
            END-IF.

       P2409-EXIT.
           EXIT.

      **************************************************************
      ** OWNER OF WS-VERB FOR THE USAGE WINDOW WS-OWN-LO .. WS-OWN-HI
      ** (ONE DAY FOR A DETAIL LINE, THE WHOLE MONTH FOR A SUM
      ** LINE): THE ROW WHOSE EFFECTIVE / EXPIRY DATES OVERLAP THE
      ** WINDOW, ELSE THE LAST ROW FOR THE VERB IN THE MASTER, ELSE
      ** "UNOWNED".
      **************************************************************
       P2450-FIND-OWNER.

            MOVE 0 TO WS-AUT-HIT.
            MOVE 0 TO WS-AUT-ANY.
            PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                    UNTIL WS-AUT-IDX > CMDAUTF-CNT
               IF CMDAUTF-T-CMD(WS-AUT-IDX) = WS-VERB
                  MOVE WS-AUT-IDX TO WS-AUT-ANY
                  IF CMDAUTF-T-EFF(WS-AUT-IDX) <= WS-OWN-HI
                        AND CMDAUTF-T-EXP(WS-AUT-IDX) > WS-OWN-LO
                     MOVE WS-AUT-IDX TO WS-AUT-HIT
                  END-IF
               END-IF
            END-PERFORM.

            IF WS-AUT-HIT = 0
               MOVE WS-AUT-ANY TO WS-AUT-HIT
            END-IF.

            IF WS-AUT-HIT = 0
               MOVE "UNOWNED" TO WS-OWNER
            ELSE
               MOVE CMDAUTF-T-OWNER(WS-AUT-HIT) TO WS-OWNER
               IF WS-OWNER = SPACES
                  MOVE "UNOWNED" TO WS-OWNER
               END-IF
            END-IF.

       P2459-EXIT.
           EXIT.

      **************************************************************
      ** FIND (OR ADD) THE ENTRY FOR WS-CB-NEW-KEY.  NEW KEYS ARE
      ** INSERTED IN MONTH / OWNER / VERB ORDER SO THE REPORT CAN
      ** BREAK ON OWNER AND MONTH AS IT PRINTS.  A FULL TABLE IS
      ** COUNTED SO TRUNCATION IS NEVER SILENT.
      **************************************************************
       P2500-FIND-CB-ENTRY.

            MOVE 0 TO WS-CB-HIT.
            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                    UNTIL WS-CB-IDX > WS-CB-CNT
                       OR WS-CB-HIT > 0
               IF WS-CB-KEY(WS-CB-IDX) = WS-CB-NEW-KEY
                  MOVE WS-CB-IDX TO WS-CB-HIT
               END-IF
            END-PERFORM.

            IF WS-CB-HIT > 0
               GO TO P2509-EXIT
            END-IF.

            IF WS-CB-CNT >= 500
               ADD 1 TO WS-TBL-OVERFLOW
               GO TO P2509-EXIT
            END-IF.

            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                    UNTIL WS-CB-IDX > WS-CB-CNT
                       OR WS-CB-HIT > 0
               IF WS-CB-KEY(WS-CB-IDX) > WS-CB-NEW-KEY
                  MOVE WS-CB-IDX TO WS-CB-HIT
               END-IF
            END-PERFORM.
            IF WS-CB-HIT = 0
               COMPUTE WS-CB-HIT = WS-CB-CNT + 1
            END-IF.

            PERFORM VARYING WS-CB-IDX FROM WS-CB-CNT BY -1
                    UNTIL WS-CB-IDX < WS-CB-HIT
               MOVE WS-CB-ENTRY(WS-CB-IDX)
                    TO WS-CB-ENTRY(WS-CB-IDX + 1)
            END-PERFORM.

            ADD 1 TO WS-CB-CNT.
            MOVE WS-CB-NEW-KEY TO WS-CB-KEY(WS-CB-HIT).
            MOVE 0 TO WS-CB-RUNS(WS-CB-HIT).
            MOVE 0 TO WS-CB-FAILS(WS-CB-HIT).
            MOVE 0 TO WS-CB-RETRIES(WS-CB-HIT).
            MOVE 0 TO WS-CB-UCPU(WS-CB-HIT).
            MOVE 0 TO WS-CB-SCPU(WS-CB-HIT).
            MOVE 0 TO WS-CB-ELAPSED(WS-CB-HIT).
            MOVE 0 TO WS-CB-MAXKB(WS-CB-HIT).

       P2509-EXIT.
           EXIT.

      **************************************************************
      ** PRINT THE CHARGEBACK: ONE LINE PER MONTH / OWNER / VERB,
      ** AN OWNER TOTAL AFTER EACH OWNER, A MONTH TOTAL AFTER EACH
      ** MONTH AND A GRAND TOTAL WHEN MORE THAN ONE MONTH PRINTED.
      ** PEAK MEMORY ON A TOTAL LINE IS THE HIGHEST BENEATH IT.
      **************************************************************
       P3000-PRINT-REPORT.

            DISPLAY "=================================================".
            DISPLAY "SYSCMDCB - RESOURCE CHARGEBACK REPORT".
            DISPLAY "MONTHS " WS-FROM-MONTH " THRU " WS-THRU-MONTH.
            DISPLAY "CPU AND ELAPSED IN SECONDS, PEAK MEMORY IN KB".
            DISPLAY "=================================================".
            DISPLAY "MONTH  OWNER    VERB        RUNS   FAILS   RETRY"
                    "     USER-CPU      SYS-CPU   ELAPSED   PEAK-KB".

            INITIALIZE WS-OWNER-TOTAL WS-MONTH-TOTAL WS-GRAND-TOTAL.
            MOVE 0 TO WS-MONTHS-SEEN.

            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                    UNTIL WS-CB-IDX > WS-CB-CNT
               MOVE WS-CB-MONTH(WS-CB-IDX) TO WS-PL-MONTH
               MOVE WS-CB-OWNER(WS-CB-IDX) TO WS-PL-OWNER
               MOVE WS-CB-VERB(WS-CB-IDX) TO WS-PL-VERB
               MOVE WS-CB-RUNS(WS-CB-IDX) TO WS-PL-RUNS
               MOVE WS-CB-FAILS(WS-CB-IDX) TO WS-PL-FAILS
               MOVE WS-CB-RETRIES(WS-CB-IDX) TO WS-PL-RETRIES
               MOVE WS-CB-UCPU(WS-CB-IDX) TO WS-PL-UCPU
               MOVE WS-CB-SCPU(WS-CB-IDX) TO WS-PL-SCPU
               MOVE WS-CB-ELAPSED(WS-CB-IDX) TO WS-PL-ELAPSED
               MOVE WS-CB-MAXKB(WS-CB-IDX) TO WS-PL-MAXKB
               PERFORM P3100-PRINT-LINE THRU P3109-EXIT
               PERFORM P3200-ADD-TO-TOTALS THRU P3209-EXIT

               IF WS-CB-IDX = WS-CB-CNT
                  PERFORM P3300-PRINT-OWNER-TOTAL THRU P3309-EXIT
                  PERFORM P3400-PRINT-MONTH-TOTAL THRU P3409-EXIT
               ELSE
                  IF WS-CB-MONTH(WS-CB-IDX + 1)
                        NOT = WS-CB-MONTH(WS-CB-IDX)
                     PERFORM P3300-PRINT-OWNER-TOTAL THRU P3309-EXIT
                     PERFORM P3400-PRINT-MONTH-TOTAL THRU P3409-EXIT
                  ELSE
                     IF WS-CB-OWNER(WS-CB-IDX + 1)
                           NOT = WS-CB-OWNER(WS-CB-IDX)
                        PERFORM P3300-PRINT-OWNER-TOTAL
                                    THRU P3309-EXIT
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.

            IF WS-CB-CNT = 0
               DISPLAY "(NO USAGE IN THE SELECTED MONTHS)"
            END-IF.

            IF WS-MONTHS-SEEN > 1
               MOVE "*ALL* " TO WS-PL-MONTH
               MOVE "*ALL*" TO WS-PL-OWNER
               MOVE "*TOTAL*" TO WS-PL-VERB
               MOVE WS-GRAND-TOTAL TO WS-PL-FIGURES
               PERFORM P3100-PRINT-LINE THRU P3109-EXIT
            END-IF.

            DISPLAY "=================================================".
            DISPLAY "LOG LINES READ: " WS-LINES-READ
                    "  CHARGED: " WS-LINES-USED
                    "  MONTH SUMMARIES: " WS-LINES-SUM.
            DISPLAY "MAINTENANCE LINES SKIPPED: " WS-LINES-ADMIN
                    "  UNPARSEABLE: " WS-LINES-BAD.
            IF WS-TBL-OVERFLOW > 0
               DISPLAY "WARNING - CHARGEBACK TABLE FULL: "
                       WS-TBL-OVERFLOW " LINES NOT CHARGED"
               MOVE 4 TO RETURN-CODE
            END-IF.
            DISPLAY "=================================================".

       P3009-EXIT.
           EXIT.

      **************************************************************
      ** PRINT THE FIGURES IN WS-PRT-LINE.
      **************************************************************
       P3100-PRINT-LINE.

            MOVE WS-PL-RUNS TO WS-E-RUNS.
            MOVE WS-PL-FAILS TO WS-E-FAILS.
            MOVE WS-PL-RETRIES TO WS-E-RETRIES.
            MOVE WS-PL-UCPU TO WS-E-UCPU.
            MOVE WS-PL-SCPU TO WS-E-SCPU.
            MOVE WS-PL-ELAPSED TO WS-E-ELAPSED.
            MOVE WS-PL-MAXKB TO WS-E-MAXKB.

            DISPLAY WS-PL-MONTH " " WS-PL-OWNER " " WS-PL-VERB " "
                    WS-E-RUNS " " WS-E-FAILS " " WS-E-RETRIES " "
                    WS-E-UCPU " " WS-E-SCPU " " WS-E-ELAPSED " "
                    WS-E-MAXKB.

       P3109-EXIT.
           EXIT.

      **************************************************************
      ** ROLL THE LINE JUST PRINTED INTO THE OWNER, MONTH AND GRAND
      ** TOTALS.
      **************************************************************
       P3200-ADD-TO-TOTALS.

            ADD WS-PL-RUNS TO WS-OT-RUNS WS-MT-RUNS WS-GT-RUNS.
            ADD WS-PL-FAILS TO WS-OT-FAILS WS-MT-FAILS WS-GT-FAILS.
            ADD WS-PL-RETRIES TO WS-OT-RETRIES WS-MT-RETRIES
                                 WS-GT-RETRIES.
            ADD WS-PL-UCPU TO WS-OT-UCPU WS-MT-UCPU WS-GT-UCPU.
            ADD WS-PL-SCPU TO WS-OT-SCPU WS-MT-SCPU WS-GT-SCPU.
            ADD WS-PL-ELAPSED TO WS-OT-ELAPSED WS-MT-ELAPSED
                                 WS-GT-ELAPSED.
            IF WS-PL-MAXKB > WS-OT-MAXKB
               MOVE WS-PL-MAXKB TO WS-OT-MAXKB
            END-IF.
            IF WS-PL-MAXKB > WS-MT-MAXKB
               MOVE WS-PL-MAXKB TO WS-MT-MAXKB
            END-IF.
            IF WS-PL-MAXKB > WS-GT-MAXKB
               MOVE WS-PL-MAXKB TO WS-GT-MAXKB
            END-IF.

       P3209-EXIT.
           EXIT.

      **************************************************************
      ** PRINT AND RESET THE TOTAL FOR THE OWNER AT WS-CB-IDX.
      **************************************************************
       P3300-PRINT-OWNER-TOTAL.

            MOVE WS-CB-MONTH(WS-CB-IDX) TO WS-PL-MONTH.
            MOVE WS-CB-OWNER(WS-CB-IDX) TO WS-PL-OWNER.
            MOVE "*TOTAL*" TO WS-PL-VERB.
            MOVE WS-OWNER-TOTAL TO WS-PL-FIGURES.
            PERFORM P3100-PRINT-LINE THRU P3109-EXIT.
            DISPLAY " ".
            INITIALIZE WS-OWNER-TOTAL.

       P3309-EXIT.
           EXIT.

      **************************************************************
      ** PRINT AND RESET THE TOTAL FOR THE MONTH AT WS-CB-IDX.
      **************************************************************
       P3400-PRINT-MONTH-TOTAL.

            MOVE WS-CB-MONTH(WS-CB-IDX) TO WS-PL-MONTH.
            MOVE "*ALL*" TO WS-PL-OWNER.
            MOVE "*TOTAL*" TO WS-PL-VERB.
            MOVE WS-MONTH-TOTAL TO WS-PL-FIGURES.
            PERFORM P3100-PRINT-LINE THRU P3109-EXIT.
            DISPLAY "-------------------------------------------------".
            INITIALIZE WS-MONTH-TOTAL.
            ADD 1 TO WS-MONTHS-SEEN.

       P3409-EXIT.
           EXIT.
