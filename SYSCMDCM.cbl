       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDCM.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: RUN-TO-RUN COMPARISON.  LINES UP THE SYSCMDLOG
      *     DETAIL LINES OF TWO RUNS STEP BY STEP AND PRINTS, SIDE BY
      *     SIDE, EACH STEP'S RC, STATUS, RETRY COUNT AND ELAPSED
      *     SECONDS.  THE RUNS ARE NAMED ON A CMIN CARD (&RUNS a b)
      *     OR TAKEN AS THE LAST TWO RUNS OF A JOB IN THE RUNLEDG
      *     LEDGER (&JOB name).  STEPS ARE MATCHED ON INDEX AND
      *     COMMAND TEXT, THEN ON COMMAND TEXT ALONE (THE DECK GAINED
      *     OR LOST A CARD) AND LAST ON INDEX ALONE (THE TEXT CARRIES
      *     A DATE OR OTHER RESOLVED TOKEN).  A STEP IS CALLED OUT
      *     WHEN ITS OUTCOME CHANGED, WHEN IT RAN MUCH SLOWER (&SLOWER
      *     pct secs, DEFAULT 50 PERCENT AND 60 SECONDS), WHEN IT WAS
      *     SKIPPED IN ONE RUN ONLY, OR WHEN IT EXISTS IN ONE RUN
      *     ONLY.  AN &DELIMITED CARD ALSO WRITES THE COMPARISON TO
      *     CMPOUT AS DELIMITED TEXT (DEFAULT ",", COMMAND QUOTED)
      *     FOR THE PROBLEM-MANAGEMENT TICKET.  RC 4 WHEN ANY STEP IS
      *     CALLED OUT, RC 8 WHEN THE RUNS CANNOT BE RESOLVED OR
      *     HAVE NO DETAIL LINES LEFT ON THE TRAIL.
      *   - SYSCMDLOG AND RUNLEDG LINES NOW CARRY THE AUDIT CHAIN AREA
      *     (SEQ/PREV/HASH, SEE SYSCMDCH) AFTER THE DATA; THE FD
      *     DESCRIBES THE LONGER LINE SO EACH STILL READS AS ONE
      *     RECORD.  THE REPORT IS UNCHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMIN-FILE ASSIGN TO "CMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMIN-FILE-STATUS.
           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLEDG-FILE-STATUS.
           SELECT SYSCMDLOG-FILE ASSIGN TO "SYSCMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSCMDLOG-FILE-STATUS.
           SELECT CMPOUT-FILE ASSIGN TO "CMPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMPOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMIN-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  CMIN-REC                       PIC X(80).

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

       FD  CMPOUT-FILE
           LABEL RECORDS STANDARD.
       01  CMPOUT-REC                     PIC X(400).

       WORKING-STORAGE SECTION.

       01 CMIN-FILE-STATUS             PIC X(02) VALUE SPACES.
       01 RUNLEDG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 SYSCMDLOG-FILE-STATUS        PIC X(02) VALUE SPACES.
       01 CMPOUT-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 CONTROL-REC-UPPER            PIC X(80).

       01 WS-VARIABLES.
          05 WS-EOF                   PIC X(01) VALUE "N".
          05 WS-CARD-LINE             PIC X(80) VALUE SPACES.
          05 WS-CARD-LINE-UC          PIC X(80) VALUE SPACES.
          05 WS-CARD-TOKEN            PIC X(12) VALUE SPACES.
          05 WS-CARD-OP1              PIC X(20) VALUE SPACES.
          05 WS-CARD-OP2              PIC X(20) VALUE SPACES.
          05 WS-OP-LEN                PIC 9(02) VALUE 0.
          05 WS-OP2-LEN               PIC 9(02) VALUE 0.
          05 WS-SEL-JOB               PIC X(08) VALUE SPACES.
          05 WS-SLOW-PCT              PIC 9(04) VALUE 50.
          05 WS-SLOW-SECS             PIC 9(06) VALUE 60.
          05 WS-DELIM-ON              PIC X(01) VALUE "N".
          05 WS-DELIM                 PIC X(01) VALUE ",".
          05 WS-PREV-RUN              PIC X(14) VALUE SPACES.
          05 WS-LAST-RUN              PIC X(14) VALUE SPACES.
          05 WS-REC-LEN               PIC 9(04) VALUE 0.
          05 WS-CMD-POS               PIC 9(04) VALUE 0.
          05 WS-RUN-POS               PIC 9(04) VALUE 0.
          05 WS-CMD-TEXT              PIC X(80) VALUE SPACES.
          05 WS-HEAD                  PIC X(200) VALUE SPACES.
          05 WS-LINE-RUN              PIC X(14) VALUE SPACES.
          05 WS-F-DUMMY               PIC X(20) VALUE SPACES.
          05 WS-F-RUN                 PIC X(20) VALUE SPACES.
          05 WS-F-JOB                 PIC X(12) VALUE SPACES.
          05 WS-F-END                 PIC X(20) VALUE SPACES.
          05 WS-F-CMDS                PIC X(08) VALUE SPACES.
          05 WS-F-FAILS               PIC X(08) VALUE SPACES.
          05 WS-F-WORST               PIC X(08) VALUE SPACES.
          05 WS-F-IDX                 PIC X(08) VALUE SPACES.
          05 WS-F-START               PIC X(20) VALUE SPACES.
          05 WS-F-ELAPSED             PIC X(12) VALUE SPACES.
          05 WS-F-RC                  PIC X(08) VALUE SPACES.
          05 WS-F-STATUS              PIC X(12) VALUE SPACES.
          05 WS-F-TRY                 PIC X(08) VALUE SPACES.
          05 WS-SIDE                  PIC 9(01) VALUE 0.
          05 WS-OTHER                 PIC 9(01) VALUE 0.
          05 WS-SX                    PIC 9(03) VALUE 0.
          05 WS-SY                    PIC 9(03) VALUE 0.
          05 WS-HIT                   PIC 9(03) VALUE 0.
          05 WS-PASS                  PIC 9(01) VALUE 0.
          05 WS-IX-A                  PIC 9(03) VALUE 0.
          05 WS-IX-B                  PIC 9(03) VALUE 0.
          05 WS-SKIP-A                PIC X(01) VALUE "N".
          05 WS-SKIP-B                PIC X(01) VALUE "N".
          05 WS-SLOW-LIMIT            PIC 9(10) VALUE 0.
          05 WS-SLOW-BY               PIC 9(08) VALUE 0.
          05 WS-NOTES                 PIC X(60) VALUE SPACES.
          05 WS-NOTE-PTR              PIC 9(03) VALUE 1.
          05 WS-MARK                  PIC X(02) VALUE SPACES.
          05 WS-SHOW-CMD              PIC X(80) VALUE SPACES.
          05 WS-SHOW-IX-A             PIC X(03) VALUE SPACES.
          05 WS-SHOW-IX-B             PIC X(03) VALUE SPACES.
          05 WS-SIDE-TEXT             PIC X(26) VALUE SPACES.
          05 WS-SIDE-TEXT-A           PIC X(26) VALUE SPACES.
          05 WS-SIDE-TEXT-B           PIC X(26) VALUE SPACES.
          05 WS-LINES-READ            PIC 9(07) VALUE 0.
          05 WS-LINES-TAKEN           PIC 9(07) VALUE 0.
          05 WS-TBL-OVERFLOW          PIC 9(05) VALUE 0.
          05 WS-MATCHED-CNT           PIC 9(03) VALUE 0.
          05 WS-CHANGED-CNT           PIC 9(03) VALUE 0.
          05 WS-SLOWER-CNT            PIC 9(03) VALUE 0.
          05 WS-SKIPDIFF-CNT          PIC 9(03) VALUE 0.
          05 WS-ONLY-A-CNT            PIC 9(03) VALUE 0.
          05 WS-ONLY-B-CNT            PIC 9(03) VALUE 0.
          05 WS-MOVED-CNT             PIC 9(03) VALUE 0.
          05 WS-CALLED-OUT            PIC 9(03) VALUE 0.
          05 WS-ROWS-OUT              PIC 9(05) VALUE 0.
          05 WS-OUT-PTR               PIC 9(03) VALUE 1.
          05 WS-Q-IN                  PIC X(80) VALUE SPACES.
          05 WS-Q-OUT                 PIC X(170) VALUE SPACES.
          05 WS-Q-LEN                 PIC 9(03) VALUE 0.
          05 WS-Q-IDX                 PIC 9(03) VALUE 0.
          05 WS-Q-PTR                 PIC 9(03) VALUE 1.
          05 WS-E-RC                  PIC ZZZ9.
          05 WS-E-TRY                 PIC ZZ9.
          05 WS-E-ELAPSED             PIC ZZZZZZZ9.
          05 WS-E-PCT                 PIC ZZZZZZ9.

      *    THE TWO RUNS BEING COMPARED: SIDE 1 IS THE EARLIER (BASE)
      *    RUN "A", SIDE 2 THE LATER RUN "B".  LEDGER FIELDS COME
      *    FROM THE RUN'S RUNLEDG HDR / TRL RECORDS WHEN THEY EXIST.
       01 WS-RUN-SIDES.
          05 WS-SD-ENTRY OCCURS 2 TIMES.
             10 WS-SD-RUN             PIC X(14).
             10 WS-SD-JOB             PIC X(08).
             10 WS-SD-HAS-HDR         PIC X(01).
             10 WS-SD-HAS-TRL         PIC X(01).
             10 WS-SD-END             PIC X(14).
             10 WS-SD-CMDS            PIC 9(03).
             10 WS-SD-FAILS           PIC 9(03).
             10 WS-SD-WORST           PIC 9(04).
             10 WS-SD-LINES           PIC 9(05).

      *    ONE ENTRY PER STEP (INDEX + COMMAND TEXT) OF EACH RUN, IN
      *    THE ORDER THE STEPS FIRST APPEAR ON THE TRAIL.  RETRY
      *    LINES ONLY COUNT; THE FINAL ATTEMPT'S LINE SUPPLIES RC,
      *    STATUS AND ELAPSED.  MATCH HOLDS THE PARTNER STEP IN THE
      *    OTHER RUN, HOW HOW IT WAS FOUND (E = INDEX AND TEXT,
      *    M = TEXT ONLY - INDEX MOVED, T = INDEX ONLY - TEXT DIFFERS).
       01 WS-STEP-TABLE.
          05 WS-STP-SIDE OCCURS 2 TIMES.
             10 WS-STP-CNT            PIC 9(03).
             10 WS-STP-ENTRY OCCURS 500 TIMES.
                15 WS-STP-IDX         PIC 9(03).
                15 WS-STP-CMD         PIC X(80).
                15 WS-STP-RC          PIC 9(04).
                15 WS-STP-STATUS      PIC X(08).
                15 WS-STP-RETRIES     PIC 9(03).
                15 WS-STP-ELAPSED     PIC 9(08).
                15 WS-STP-FINAL       PIC X(01).
                15 WS-STP-MATCH       PIC 9(03).
                15 WS-STP-HOW         PIC X(01).

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: WORK OUT WHICH TWO RUNS TO COMPARE, COLLECT THEIR
      * STEPS FROM THE AUDIT TRAIL, PAIR THEM UP AND REPORT.
      **************************************************************
            MOVE SPACES TO WS-SD-RUN(1) WS-SD-RUN(2).
            MOVE 0 TO WS-STP-CNT(1) WS-STP-CNT(2).

            PERFORM P1000-READ-CMIN THRU P1009-EXIT.

            IF RETURN-CODE = 0
               PERFORM P1500-RESOLVE-RUNS THRU P1509-EXIT
            END-IF.

            IF RETURN-CODE = 0
               PERFORM P2000-SCAN-LOG THRU P2009-EXIT
            END-IF.

            IF RETURN-CODE = 0
               PERFORM P3000-MATCH-STEPS THRU P3009-EXIT
               PERFORM P4000-PRINT-REPORT THRU P4009-EXIT
               IF WS-CALLED-OUT > 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

            GOBACK.

      **************************************************************
      ** READ THE CMIN DECK.  RECOGNISED CARDS:
      **   &RUNS runa runb   - COMPARE THESE TWO RUN IDS (A = BASE)
      **   &JOB name         - COMPARE THE LAST TWO RUNS OF THE JOB
      **                       IN RUNLEDG (IGNORED WITH &RUNS)
      **   &SLOWER pct secs  - A STEP RAN MUCH SLOWER WHEN B TOOK
      **                       MORE THAN pct PERCENT AND AT LEAST
      **                       secs SECONDS LONGER THAN A (DEFAULT
      **                       50 AND 60)
      **   &DELIMITED [c]    - ALSO WRITE CMPOUT, FIELDS SEPARATED
      **                       BY c (DEFAULT ",")
      **   DONE              - STOP READING
      **************************************************************
       P1000-READ-CMIN.

            OPEN INPUT CMIN-FILE.
            IF CMIN-FILE-STATUS NOT = "00"
               DISPLAY "CMIN NOT PRESENT - NO RUNS TO COMPARE"
               MOVE 8 TO RETURN-CODE
               GO TO P1009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ CMIN-FILE INTO CONTROL-REC-UPPER
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

                  COMPUTE WS-OP-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-CARD-OP1))
                  COMPUTE WS-OP2-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-CARD-OP2))

                  EVALUATE WS-CARD-TOKEN
                     WHEN "DONE"
                        MOVE "Y" TO WS-EOF
                     WHEN "&RUNS"
                        IF WS-OP-LEN = 14 AND WS-OP2-LEN = 14
                              AND WS-CARD-OP1(1:14) IS NUMERIC
                              AND WS-CARD-OP2(1:14) IS NUMERIC
                           MOVE WS-CARD-OP1(1:14) TO WS-SD-RUN(1)
                           MOVE WS-CARD-OP2(1:14) TO WS-SD-RUN(2)
                        ELSE
                           DISPLAY "INVALID &RUNS CARD IGNORED: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                        END-IF
                     WHEN "&JOB"
                        IF WS-OP-LEN > 0 AND WS-OP-LEN <= 8
                           MOVE WS-CARD-OP1(1:8) TO WS-SEL-JOB
                        ELSE
                           DISPLAY "INVALID &JOB CARD IGNORED: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                        END-IF
                     WHEN "&SLOWER"
                        IF WS-OP-LEN > 0 AND WS-OP-LEN <= 4
                              AND WS-CARD-OP1(1:WS-OP-LEN) IS NUMERIC
                              AND WS-OP2-LEN > 0 AND WS-OP2-LEN <= 6
                              AND WS-CARD-OP2(1:WS-OP2-LEN) IS NUMERIC
                           COMPUTE WS-SLOW-PCT = FUNCTION NUMVAL(
                               WS-CARD-OP1(1:WS-OP-LEN))
                           COMPUTE WS-SLOW-SECS = FUNCTION NUMVAL(
                               WS-CARD-OP2(1:WS-OP2-LEN))
                        ELSE
                           DISPLAY "INVALID &SLOWER CARD IGNORED: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                        END-IF
                     WHEN "&DELIMITED"
                        MOVE "Y" TO WS-DELIM-ON
                        IF WS-OP-LEN = 1
                           MOVE WS-CARD-OP1(1:1) TO WS-DELIM
                        END-IF
                     WHEN SPACES
                        CONTINUE
                     WHEN OTHER
                        IF WS-CARD-LINE(1:1) NOT = "*"
                           DISPLAY "UNRECOGNISED CMIN CARD IGNORED: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                        END-IF
                  END-EVALUATE
               END-IF
            END-PERFORM.

            CLOSE CMIN-FILE.

            IF WS-SD-RUN(1) = SPACES AND WS-SEL-JOB = SPACES
               DISPLAY "NO &RUNS OR &JOB CARD - NO RUNS TO COMPARE"
               MOVE 8 TO RETURN-CODE
               GO TO P1009-EXIT
            END-IF.

            IF WS-SD-RUN(1) NOT = SPACES AND WS-SEL-JOB NOT = SPACES
               DISPLAY "&RUNS GIVEN - &JOB " FUNCTION TRIM(WS-SEL-JOB)
                       " IGNORED"
               MOVE SPACES TO WS-SEL-JOB
            END-IF.

            IF WS-SD-RUN(1) NOT = SPACES
                  AND WS-SD-RUN(1) = WS-SD-RUN(2)
               DISPLAY "&RUNS NAMES THE SAME RUN TWICE - NOTHING TO "
                       "COMPARE"
               MOVE 8 TO RETURN-CODE
            END-IF.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** READ THE RUNLEDG LEDGER.  FOR &JOB THE LAST TWO HEADERS OF
      ** THE JOB BECOME RUNS A AND B; EITHER WAY THE HDR / TRL OF
      ** BOTH RUNS ARE PICKED UP FOR THE REPORT HEADING.  WITHOUT
      ** THE LEDGER NAMED RUNS ARE STILL COMPARED.
      **************************************************************
       P1500-RESOLVE-RUNS.

            PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               MOVE SPACES TO WS-SD-JOB(WS-SIDE) WS-SD-END(WS-SIDE)
               MOVE "N" TO WS-SD-HAS-HDR(WS-SIDE)
                           WS-SD-HAS-TRL(WS-SIDE)
               MOVE 0 TO WS-SD-CMDS(WS-SIDE) WS-SD-FAILS(WS-SIDE)
                         WS-SD-WORST(WS-SIDE) WS-SD-LINES(WS-SIDE)
            END-PERFORM.

            OPEN INPUT RUNLEDG-FILE.
            IF RUNLEDG-FILE-STATUS NOT = "00"
               IF WS-SEL-JOB NOT = SPACES
                  DISPLAY "UNABLE TO OPEN RUNLEDG - FILE STATUS: "
                          RUNLEDG-FILE-STATUS
                  DISPLAY "THE RUNS OF JOB " FUNCTION TRIM(WS-SEL-JOB)
                          " CANNOT BE FOUND"
                  MOVE 8 TO RETURN-CODE
               ELSE
                  DISPLAY "RUNLEDG NOT PRESENT - RUN DETAILS FROM "
                          "SYSCMDLOG ONLY"
               END-IF
               GO TO P1509-EXIT
            END-IF.

      *     FIRST PASS (&JOB ONLY): THE LAST TWO HEADERS OF THE JOB.
            IF WS-SEL-JOB NOT = SPACES
               MOVE SPACES TO WS-PREV-RUN WS-LAST-RUN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                  READ RUNLEDG-FILE
                      AT END
                          MOVE "Y" TO WS-EOF
                      NOT AT END
                          IF RUNLEDG-REC(1:4) = "HDR "
                             PERFORM P1600-SPLIT-HEADER
                                         THRU P1609-EXIT
                             IF WS-F-RUN(1:14) NOT = SPACES
                                   AND FUNCTION UPPER-CASE(
                                       WS-F-JOB(1:8)) = WS-SEL-JOB
                                MOVE WS-LAST-RUN TO WS-PREV-RUN
                                MOVE WS-F-RUN(1:14) TO WS-LAST-RUN
                             END-IF
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE RUNLEDG-FILE

               IF WS-PREV-RUN = SPACES
                  DISPLAY "RUNLEDG HOLDS FEWER THAN TWO RUNS OF JOB "
                          FUNCTION TRIM(WS-SEL-JOB)
                          " - NOTHING TO COMPARE"
                  MOVE 8 TO RETURN-CODE
                  GO TO P1509-EXIT
               END-IF

               MOVE WS-PREV-RUN TO WS-SD-RUN(1)
               MOVE WS-LAST-RUN TO WS-SD-RUN(2)
               OPEN INPUT RUNLEDG-FILE
            END-IF.

      *     SECOND PASS: LEDGER DETAILS OF THE TWO RUNS.
            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ RUNLEDG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE RUNLEDG-REC(1:4)
                          WHEN "HDR "
                             PERFORM P1600-SPLIT-HEADER
                                         THRU P1609-EXIT
                             PERFORM P1700-FIND-SIDE THRU P1709-EXIT
                             IF WS-SIDE > 0
                                MOVE "Y" TO WS-SD-HAS-HDR(WS-SIDE)
                                MOVE WS-F-JOB(1:8)
                                     TO WS-SD-JOB(WS-SIDE)
                             END-IF
                          WHEN "TRL "
                             PERFORM P1650-SPLIT-TRAILER
                                         THRU P1659-EXIT
                             PERFORM P1700-FIND-SIDE THRU P1709-EXIT
                             IF WS-SIDE > 0
                                PERFORM P1800-TAKE-TRAILER
                                            THRU P1809-EXIT
                             END-IF
                       END-EVALUATE
               END-READ
            END-PERFORM.

            CLOSE RUNLEDG-FILE.

       P1509-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT A RUNLEDG HDR RECORD (RUN= AND JOB= ARE ALL THIS
      ** REPORT NEEDS).
      **************************************************************
       P1600-SPLIT-HEADER.

            MOVE SPACES TO WS-F-DUMMY WS-F-RUN WS-F-JOB.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "HDR RUN=" OR " JOB=" OR " PARM="
                INTO WS-F-DUMMY WS-F-RUN WS-F-JOB
            END-UNSTRING.

       P1609-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT A RUNLEDG TRL RECORD.
      **************************************************************
       P1650-SPLIT-TRAILER.

            MOVE SPACES TO WS-F-DUMMY WS-F-RUN WS-F-END WS-F-CMDS
                           WS-F-FAILS WS-F-WORST.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "TRL RUN=" OR " END=" OR " CMDS="
                    OR " FAILS=" OR " WORSTRC=" OR " RESUME="
                INTO WS-F-DUMMY WS-F-RUN WS-F-END WS-F-CMDS
                     WS-F-FAILS WS-F-WORST
            END-UNSTRING.

       P1659-EXIT.
           EXIT.

      **************************************************************
      ** WHICH SIDE (1 = A, 2 = B, 0 = NEITHER) THE RUN ID IN
      ** WS-F-RUN BELONGS TO.
      **************************************************************
       P1700-FIND-SIDE.

            MOVE 0 TO WS-SIDE.
            IF WS-F-RUN(1:14) = SPACES
               GO TO P1709-EXIT
            END-IF.
            IF WS-F-RUN(1:14) = WS-SD-RUN(1)
               MOVE 1 TO WS-SIDE
            END-IF.
            IF WS-F-RUN(1:14) = WS-SD-RUN(2)
               MOVE 2 TO WS-SIDE
            END-IF.

       P1709-EXIT.
           EXIT.

      **************************************************************
      ** KEEP THE TRAILER COUNTS OF A COMPARED RUN.
      **************************************************************
       P1800-TAKE-TRAILER.

            MOVE "Y" TO WS-SD-HAS-TRL(WS-SIDE).
            MOVE WS-F-END(1:14) TO WS-SD-END(WS-SIDE).
            IF WS-F-CMDS(1:3) IS NUMERIC
               MOVE WS-F-CMDS(1:3) TO WS-SD-CMDS(WS-SIDE)
            END-IF.
            IF WS-F-FAILS(1:3) IS NUMERIC
               MOVE WS-F-FAILS(1:3) TO WS-SD-FAILS(WS-SIDE)
            END-IF.
            IF WS-F-WORST(1:4) IS NUMERIC
               MOVE WS-F-WORST(1:4) TO WS-SD-WORST(WS-SIDE)
            END-IF.

       P1809-EXIT.
           EXIT.

      **************************************************************
      ** READ EVERY SYSCMDLOG LINE AND KEEP THE DETAIL LINES OF THE
      ** TWO RUNS.  A RUN WHOSE DETAIL SYSCMDHK HAS ALREADY ROLLED
      ** INTO SUM LINES HAS NOTHING LEFT TO COMPARE.
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
                       PERFORM P2100-PARSE-DETAIL THRU P2109-EXIT
               END-READ
            END-PERFORM.

            CLOSE SYSCMDLOG-FILE.

            PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               IF WS-STP-CNT(WS-SIDE) = 0
                  DISPLAY "NO SYSCMDLOG DETAIL LINES FOR RUN "
                          WS-SD-RUN(WS-SIDE)
                          " - NOT RUN, OR ALREADY ROLLED UP BY "
                          "SYSCMDHK"
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-PERFORM.

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** SPLIT A DETAIL LINE:
      **   IDX=nnn START=ts END=ts ELAPSED=n RC=n STATUS=x TRY=n
      **   [ARCH=x] RUN=id [UCPU=n SCPU=n MAXKB=n] CMD=text
      ** AND, WHEN IT BELONGS TO ONE OF THE TWO RUNS, FOLD IT INTO
      ** THAT RUN'S STEP TABLE.  SUM LINES, MAINTENANCE LINES
      ** (IDX=000) AND LINES WITHOUT A RUN= FIELD ARE PASSED OVER.
      **************************************************************
       P2100-PARSE-DETAIL.

            IF SYSCMDLOG-REC(1:4) NOT = "IDX="
                  OR SYSCMDLOG-REC(1:7) = "IDX=000"
               GO TO P2109-EXIT
            END-IF.

            COMPUTE WS-REC-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(SYSCMDLOG-REC TRAILING)).

            MOVE 0 TO WS-CMD-POS.
            INSPECT SYSCMDLOG-REC(1:WS-REC-LEN)
                TALLYING WS-CMD-POS FOR CHARACTERS
                BEFORE INITIAL " CMD=".
            IF WS-CMD-POS + 5 >= WS-REC-LEN OR WS-CMD-POS > 200
               GO TO P2109-EXIT
            END-IF.

            MOVE SPACES TO WS-HEAD.
            MOVE SYSCMDLOG-REC(1:WS-CMD-POS) TO WS-HEAD.

            MOVE 0 TO WS-RUN-POS.
            INSPECT WS-HEAD(1:WS-CMD-POS)
                TALLYING WS-RUN-POS FOR CHARACTERS
                BEFORE INITIAL " RUN=".
            IF WS-RUN-POS + 19 > WS-CMD-POS
               GO TO P2109-EXIT
            END-IF.
            MOVE WS-HEAD(WS-RUN-POS + 6 : 14) TO WS-LINE-RUN.

            MOVE 0 TO WS-SIDE.
            IF WS-LINE-RUN = WS-SD-RUN(1)
               MOVE 1 TO WS-SIDE
            END-IF.
            IF WS-LINE-RUN = WS-SD-RUN(2)
               MOVE 2 TO WS-SIDE
            END-IF.
            IF WS-SIDE = 0
               GO TO P2109-EXIT
            END-IF.

            MOVE SPACES TO WS-F-DUMMY WS-F-IDX WS-F-START WS-F-END
                           WS-F-ELAPSED WS-F-RC WS-F-STATUS WS-F-TRY.
            UNSTRING WS-HEAD
                DELIMITED BY "IDX=" OR " START=" OR " END="
                    OR " ELAPSED=" OR " RC=" OR " STATUS="
                    OR " TRY=" OR " "
                INTO WS-F-DUMMY WS-F-IDX WS-F-START WS-F-END
                     WS-F-ELAPSED WS-F-RC WS-F-STATUS WS-F-TRY
            END-UNSTRING.

            IF WS-F-IDX(1:3) IS NOT NUMERIC
               GO TO P2109-EXIT
            END-IF.

            MOVE SPACES TO WS-CMD-TEXT.
            MOVE SYSCMDLOG-REC(WS-CMD-POS + 6 :
                 WS-REC-LEN - WS-CMD-POS - 5) TO WS-CMD-TEXT.

            ADD 1 TO WS-LINES-TAKEN.
            ADD 1 TO WS-SD-LINES(WS-SIDE).

            MOVE 0 TO WS-HIT.
            PERFORM VARYING WS-SX FROM 1 BY 1
                    UNTIL WS-SX > WS-STP-CNT(WS-SIDE)
                       OR WS-HIT > 0
               IF WS-STP-IDX(WS-SIDE, WS-SX) = WS-F-IDX(1:3)
                     AND WS-STP-CMD(WS-SIDE, WS-SX) = WS-CMD-TEXT
                  MOVE WS-SX TO WS-HIT
               END-IF
            END-PERFORM.

            IF WS-HIT = 0
               IF WS-STP-CNT(WS-SIDE) >= 500
                  ADD 1 TO WS-TBL-OVERFLOW
                  GO TO P2109-EXIT
               END-IF
               ADD 1 TO WS-STP-CNT(WS-SIDE)
               MOVE WS-STP-CNT(WS-SIDE) TO WS-HIT
               MOVE WS-F-IDX(1:3) TO WS-STP-IDX(WS-SIDE, WS-HIT)
               MOVE WS-CMD-TEXT TO WS-STP-CMD(WS-SIDE, WS-HIT)
               MOVE 0 TO WS-STP-RC(WS-SIDE, WS-HIT)
                         WS-STP-RETRIES(WS-SIDE, WS-HIT)
                         WS-STP-ELAPSED(WS-SIDE, WS-HIT)
                         WS-STP-MATCH(WS-SIDE, WS-HIT)
               MOVE SPACES TO WS-STP-STATUS(WS-SIDE, WS-HIT)
                              WS-STP-HOW(WS-SIDE, WS-HIT)
               MOVE "N" TO WS-STP-FINAL(WS-SIDE, WS-HIT)
            END-IF.

      *     A RETRY LINE IS A FAILED ATTEMPT WITH MORE TO COME - IT
      *     ONLY COUNTS.  THE LINE AFTER IT CARRIES THE OUTCOME.
            IF WS-F-STATUS = "RETRY"
               ADD 1 TO WS-STP-RETRIES(WS-SIDE, WS-HIT)
               IF WS-STP-FINAL(WS-SIDE, WS-HIT) = "N"
                  MOVE "RETRY" TO WS-STP-STATUS(WS-SIDE, WS-HIT)
               END-IF
               GO TO P2109-EXIT
            END-IF.

            MOVE "Y" TO WS-STP-FINAL(WS-SIDE, WS-HIT).
            MOVE WS-F-STATUS(1:8) TO WS-STP-STATUS(WS-SIDE, WS-HIT).
            IF WS-F-RC(1:4) IS NUMERIC
               MOVE WS-F-RC(1:4) TO WS-STP-RC(WS-SIDE, WS-HIT)
            END-IF.
            IF WS-F-ELAPSED(1:8) IS NUMERIC
               MOVE WS-F-ELAPSED(1:8)
                    TO WS-STP-ELAPSED(WS-SIDE, WS-HIT)
            END-IF.

       P2109-EXIT.
           EXIT.

      **************************************************************
      ** PAIR THE STEPS OF RUN A WITH THOSE OF RUN B IN THREE
      ** PASSES: INDEX AND TEXT, THEN TEXT ALONE, THEN INDEX ALONE.
      ** EACH STEP IS PAIRED AT MOST ONCE, FIRST COME FIRST SERVED.
      **************************************************************
       P3000-MATCH-STEPS.

            PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 3
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-STP-CNT(1)
                  IF WS-STP-MATCH(1, WS-SX) = 0
                     PERFORM P3100-FIND-PARTNER THRU P3109-EXIT
                  END-IF
               END-PERFORM
            END-PERFORM.

       P3009-EXIT.
           EXIT.

      **************************************************************
      ** LOOK FOR AN UNPAIRED STEP OF RUN B THAT PAIRS WITH STEP
      ** WS-SX OF RUN A UNDER THE RULE OF PASS WS-PASS.
      **************************************************************
       P3100-FIND-PARTNER.

            MOVE 0 TO WS-HIT.
            PERFORM VARYING WS-SY FROM 1 BY 1
                    UNTIL WS-SY > WS-STP-CNT(2)
                       OR WS-HIT > 0
               IF WS-STP-MATCH(2, WS-SY) = 0
                  EVALUATE WS-PASS
                     WHEN 1
                        IF WS-STP-IDX(2, WS-SY) = WS-STP-IDX(1, WS-SX)
                              AND WS-STP-CMD(2, WS-SY)
                                  = WS-STP-CMD(1, WS-SX)
                           MOVE WS-SY TO WS-HIT
                        END-IF
                     WHEN 2
                        IF WS-STP-CMD(2, WS-SY) = WS-STP-CMD(1, WS-SX)
                           MOVE WS-SY TO WS-HIT
                        END-IF
                     WHEN 3
                        IF WS-STP-IDX(2, WS-SY) = WS-STP-IDX(1, WS-SX)
                           MOVE WS-SY TO WS-HIT
                        END-IF
                  END-EVALUATE
               END-IF
            END-PERFORM.

            IF WS-HIT = 0
               GO TO P3109-EXIT
            END-IF.

            MOVE WS-HIT TO WS-STP-MATCH(1, WS-SX).
            MOVE WS-SX TO WS-STP-MATCH(2, WS-HIT).
            EVALUATE WS-PASS
               WHEN 1
                  MOVE "E" TO WS-STP-HOW(1, WS-SX)
               WHEN 2
                  MOVE "M" TO WS-STP-HOW(1, WS-SX)
               WHEN 3
                  MOVE "T" TO WS-STP-HOW(1, WS-SX)
            END-EVALUATE.
            MOVE WS-STP-HOW(1, WS-SX) TO WS-STP-HOW(2, WS-HIT).

       P3109-EXIT.
           EXIT.

      **************************************************************
      ** PRINT THE COMPARISON: THE TWO RUNS, ONE LINE PER STEP OF RUN
      ** A (WITH ITS PARTNER IN RUN B), THEN THE STEPS ONLY RUN B
      ** HAS, THEN THE COUNTS.  A CALLED-OUT STEP IS MARKED ">>".
      **************************************************************
       P4000-PRINT-REPORT.

            IF WS-DELIM-ON = "Y"
               PERFORM P4500-OPEN-CMPOUT THRU P4509-EXIT
            END-IF.

            DISPLAY "=================================================".
            DISPLAY "SYSCMDCM - RUN-TO-RUN COMPARISON".
            DISPLAY "=================================================".
            PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               PERFORM P4050-PRINT-RUN-HEADING THRU P4059-EXIT
            END-PERFORM.
            DISPLAY "SLOWER MEANS B TOOK OVER " WS-SLOW-PCT
                    " PERCENT AND AT LEAST " WS-SLOW-SECS
                    " SECONDS MORE THAN A".
            DISPLAY "=================================================".
            DISPLAY "   IDX IDX                                  "
                    "|------------- RUN A -----|"
                    "------------- RUN B -----|".
            DISPLAY "    A   B COMMAND                           "
                    "|   RC STATUS   RTY ELAPSED|"
                    "   RC STATUS   RTY ELAPSED| NOTES".

            PERFORM VARYING WS-IX-A FROM 1 BY 1
                    UNTIL WS-IX-A > WS-STP-CNT(1)
               MOVE WS-STP-MATCH(1, WS-IX-A) TO WS-IX-B
               PERFORM P4100-PRINT-STEP THRU P4109-EXIT
            END-PERFORM.

            PERFORM VARYING WS-IX-B FROM 1 BY 1
                    UNTIL WS-IX-B > WS-STP-CNT(2)
               IF WS-STP-MATCH(2, WS-IX-B) = 0
                  MOVE 0 TO WS-IX-A
                  PERFORM P4100-PRINT-STEP THRU P4109-EXIT
               END-IF
            END-PERFORM.

            DISPLAY "=================================================".
            DISPLAY "STEPS IN RUN A: " WS-STP-CNT(1)
                    "  IN RUN B: " WS-STP-CNT(2)
                    "  PAIRED: " WS-MATCHED-CNT
                    "  INDEX MOVED: " WS-MOVED-CNT.
            DISPLAY "OUTCOME CHANGED: " WS-CHANGED-CNT
                    "  SLOWER: " WS-SLOWER-CNT
                    "  SKIPPED IN ONE RUN: " WS-SKIPDIFF-CNT.
            DISPLAY "ONLY IN RUN A: " WS-ONLY-A-CNT
                    "  ONLY IN RUN B: " WS-ONLY-B-CNT
                    "  STEPS CALLED OUT: " WS-CALLED-OUT.
            IF WS-TBL-OVERFLOW > 0
               DISPLAY "WARNING - STEP TABLE FULL: " WS-TBL-OVERFLOW
                       " LINES NOT COMPARED"
            END-IF.
            IF WS-DELIM-ON = "Y"
               DISPLAY "DELIMITED ROWS WRITTEN TO CMPOUT: "
                       WS-ROWS-OUT
            END-IF.
            DISPLAY "=================================================".

            IF WS-DELIM-ON = "Y"
               CLOSE CMPOUT-FILE
            END-IF.

       P4009-EXIT.
           EXIT.

      **************************************************************
      ** PRINT ONE RUN'S HEADING LINE FROM ITS LEDGER RECORDS.
      **************************************************************
       P4050-PRINT-RUN-HEADING.

            IF WS-SIDE = 1
               MOVE "A" TO WS-MARK
            ELSE
               MOVE "B" TO WS-MARK
            END-IF.

            IF WS-SD-HAS-TRL(WS-SIDE) = "Y"
               DISPLAY "RUN " WS-MARK(1:1) ": " WS-SD-RUN(WS-SIDE)
                       " JOB " WS-SD-JOB(WS-SIDE)
                       " END " WS-SD-END(WS-SIDE)
                       " CMDS " WS-SD-CMDS(WS-SIDE)
                       " FAILS " WS-SD-FAILS(WS-SIDE)
                       " WORST RC " WS-SD-WORST(WS-SIDE)
                       " LOG LINES " WS-SD-LINES(WS-SIDE)
            ELSE
               IF WS-SD-HAS-HDR(WS-SIDE) = "Y"
                  DISPLAY "RUN " WS-MARK(1:1) ": " WS-SD-RUN(WS-SIDE)
                          " JOB " WS-SD-JOB(WS-SIDE)
                          " *** NO TRAILER ***"
                          " LOG LINES " WS-SD-LINES(WS-SIDE)
               ELSE
                  DISPLAY "RUN " WS-MARK(1:1) ": " WS-SD-RUN(WS-SIDE)
                          " (NOT IN RUNLEDG)"
                          " LOG LINES " WS-SD-LINES(WS-SIDE)
               END-IF
            END-IF.

       P4059-EXIT.
           EXIT.

      **************************************************************
      ** WORK OUT THE NOTES FOR ONE STEP (WS-IX-A IN RUN A, WS-IX-B
      ** IN RUN B, EITHER MAY BE ZERO) AND PRINT IT.  SKIPPED MEANS
      ** A CALENDAR (&RUNON) OR CONDITIONAL (&IF) SKIP.
      **************************************************************
       P4100-PRINT-STEP.

            MOVE SPACES TO WS-NOTES.
            MOVE 1 TO WS-NOTE-PTR.
            MOVE SPACES TO WS-MARK.

            IF WS-IX-A = 0
               ADD 1 TO WS-ONLY-B-CNT
               STRING "ONLY IN RUN B" DELIMITED BY SIZE
                      INTO WS-NOTES WITH POINTER WS-NOTE-PTR
               END-STRING
               MOVE ">>" TO WS-MARK
               GO TO P4150-SHOW-STEP
            END-IF.

            IF WS-IX-B = 0
               ADD 1 TO WS-ONLY-A-CNT
               STRING "ONLY IN RUN A" DELIMITED BY SIZE
                      INTO WS-NOTES WITH POINTER WS-NOTE-PTR
               END-STRING
               MOVE ">>" TO WS-MARK
               GO TO P4150-SHOW-STEP
            END-IF.

            ADD 1 TO WS-MATCHED-CNT.

            MOVE "N" TO WS-SKIP-A WS-SKIP-B.
            IF WS-STP-STATUS(1, WS-IX-A) = "SKIPCAL" OR "SKIPCOND"
               MOVE "Y" TO WS-SKIP-A
            END-IF.
            IF WS-STP-STATUS(2, WS-IX-B) = "SKIPCAL" OR "SKIPCOND"
               MOVE "Y" TO WS-SKIP-B
            END-IF.

            IF WS-SKIP-A NOT = WS-SKIP-B
               ADD 1 TO WS-SKIPDIFF-CNT
               MOVE ">>" TO WS-MARK
               IF WS-SKIP-A = "Y"
                  STRING "SKIPPED IN A " DELIMITED BY SIZE
                         INTO WS-NOTES WITH POINTER WS-NOTE-PTR
                  END-STRING
               ELSE
                  STRING "SKIPPED IN B " DELIMITED BY SIZE
                         INTO WS-NOTES WITH POINTER WS-NOTE-PTR
                  END-STRING
               END-IF
            ELSE
               IF WS-STP-STATUS(1, WS-IX-A)
                     NOT = WS-STP-STATUS(2, WS-IX-B)
                     OR WS-STP-RC(1, WS-IX-A)
                        NOT = WS-STP-RC(2, WS-IX-B)
                  ADD 1 TO WS-CHANGED-CNT
                  MOVE ">>" TO WS-MARK
                  STRING "OUTCOME CHANGED " DELIMITED BY SIZE
                         INTO WS-NOTES WITH POINTER WS-NOTE-PTR
                  END-STRING
               END-IF
            END-IF.

            IF WS-SKIP-A = "N" AND WS-SKIP-B = "N"
               COMPUTE WS-SLOW-LIMIT =
                   WS-STP-ELAPSED(1, WS-IX-A) * (100 + WS-SLOW-PCT)
                   / 100
               IF WS-STP-ELAPSED(2, WS-IX-B) > WS-SLOW-LIMIT
                     AND WS-STP-ELAPSED(2, WS-IX-B) >=
                         WS-STP-ELAPSED(1, WS-IX-A) + WS-SLOW-SECS
                  ADD 1 TO WS-SLOWER-CNT
                  MOVE ">>" TO WS-MARK
                  COMPUTE WS-SLOW-BY = WS-STP-ELAPSED(2, WS-IX-B)
                                     - WS-STP-ELAPSED(1, WS-IX-A)
                  MOVE WS-SLOW-BY TO WS-E-ELAPSED
                  STRING "SLOWER +" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-E-ELAPSED)
                             DELIMITED BY SIZE
                         "S " DELIMITED BY SIZE
                         INTO WS-NOTES WITH POINTER WS-NOTE-PTR
                  END-STRING
               END-IF
            END-IF.

            IF WS-STP-HOW(1, WS-IX-A) = "M"
               ADD 1 TO WS-MOVED-CNT
               STRING "INDEX MOVED " DELIMITED BY SIZE
                      INTO WS-NOTES WITH POINTER WS-NOTE-PTR
               END-STRING
            END-IF.
            IF WS-STP-HOW(1, WS-IX-A) = "T"
               STRING "TEXT DIFFERS " DELIMITED BY SIZE
                      INTO WS-NOTES WITH POINTER WS-NOTE-PTR
               END-STRING
            END-IF.

       P4150-SHOW-STEP.

            IF WS-MARK NOT = SPACES
               ADD 1 TO WS-CALLED-OUT
            END-IF.

            MOVE SPACES TO WS-SHOW-IX-A WS-SHOW-IX-B.
            IF WS-IX-A > 0
               MOVE WS-STP-IDX(1, WS-IX-A) TO WS-SHOW-IX-A
               MOVE WS-STP-CMD(1, WS-IX-A) TO WS-SHOW-CMD
            ELSE
               MOVE "  -" TO WS-SHOW-IX-A
               MOVE WS-STP-CMD(2, WS-IX-B) TO WS-SHOW-CMD
            END-IF.
            IF WS-IX-B > 0
               MOVE WS-STP-IDX(2, WS-IX-B) TO WS-SHOW-IX-B
            ELSE
               MOVE "  -" TO WS-SHOW-IX-B
            END-IF.

            MOVE 1 TO WS-SIDE.
            MOVE WS-IX-A TO WS-SX.
            PERFORM P4200-FORMAT-SIDE THRU P4209-EXIT.
            MOVE WS-SIDE-TEXT TO WS-SIDE-TEXT-A.
            MOVE 2 TO WS-SIDE.
            MOVE WS-IX-B TO WS-SX.
            PERFORM P4200-FORMAT-SIDE THRU P4209-EXIT.
            MOVE WS-SIDE-TEXT TO WS-SIDE-TEXT-B.

            DISPLAY WS-MARK " " WS-SHOW-IX-A " " WS-SHOW-IX-B " "
                    WS-SHOW-CMD(1:33) " |"
                    WS-SIDE-TEXT-A "|" WS-SIDE-TEXT-B "| "
                    FUNCTION TRIM(WS-NOTES).

            IF WS-DELIM-ON = "Y"
               PERFORM P4600-WRITE-CMPOUT-ROW THRU P4609-EXIT
            END-IF.

       P4109-EXIT.
           EXIT.

      **************************************************************
      ** FORMAT THE RC / STATUS / RETRIES / ELAPSED COLUMNS OF STEP
      ** WS-SX OF SIDE WS-SIDE INTO WS-SIDE-TEXT (BLANK WHEN THE
      ** STEP IS NOT IN THAT RUN).
      **************************************************************
       P4200-FORMAT-SIDE.

            MOVE SPACES TO WS-SIDE-TEXT.
            IF WS-SX = 0
               MOVE "    -" TO WS-SIDE-TEXT
               GO TO P4209-EXIT
            END-IF.

            MOVE WS-STP-RC(WS-SIDE, WS-SX) TO WS-E-RC.
            MOVE WS-STP-RETRIES(WS-SIDE, WS-SX) TO WS-E-TRY.
            MOVE WS-STP-ELAPSED(WS-SIDE, WS-SX) TO WS-E-ELAPSED.
            STRING " " WS-E-RC " " DELIMITED BY SIZE
                   WS-STP-STATUS(WS-SIDE, WS-SX) DELIMITED BY SIZE
                   " " WS-E-TRY DELIMITED BY SIZE
                   WS-E-ELAPSED DELIMITED BY SIZE
                   INTO WS-SIDE-TEXT
            END-STRING.

       P4209-EXIT.
           EXIT.

      **************************************************************
      ** OPEN CMPOUT AND WRITE ITS COLUMN-NAME ROW.
      **************************************************************
       P4500-OPEN-CMPOUT.

            OPEN OUTPUT CMPOUT-FILE.
            IF CMPOUT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CMPOUT - FILE STATUS: "
                       CMPOUT-FILE-STATUS
                       " - NO DELIMITED OUTPUT"
               MOVE "N" TO WS-DELIM-ON
               GO TO P4509-EXIT
            END-IF.

            MOVE SPACES TO CMPOUT-REC.
            STRING "RUN_A" WS-DELIM "RUN_B" WS-DELIM
                   "IDX_A" WS-DELIM "IDX_B" WS-DELIM
                   "COMMAND" WS-DELIM
                   "RC_A" WS-DELIM "STATUS_A" WS-DELIM
                   "RETRIES_A" WS-DELIM "ELAPSED_A" WS-DELIM
                   "RC_B" WS-DELIM "STATUS_B" WS-DELIM
                   "RETRIES_B" WS-DELIM "ELAPSED_B" WS-DELIM
                   "NOTES" DELIMITED BY SIZE
                   INTO CMPOUT-REC
            END-STRING.
            WRITE CMPOUT-REC.

       P4509-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE STEP JUST PRINTED AS ONE DELIMITED CMPOUT ROW.
      ** THE COMMAND AND NOTES ARE QUOTED (EMBEDDED QUOTES DOUBLED)
      ** SO A DELIMITER INSIDE A COMMAND DOES NOT SPLIT THE ROW; A
      ** SIDE THE STEP IS MISSING FROM HAS EMPTY FIELDS.
      **************************************************************
       P4600-WRITE-CMPOUT-ROW.

            MOVE SPACES TO CMPOUT-REC.
            MOVE 1 TO WS-OUT-PTR.

            STRING WS-SD-RUN(1) WS-DELIM WS-SD-RUN(2) WS-DELIM
                       DELIMITED BY SIZE
                   INTO CMPOUT-REC WITH POINTER WS-OUT-PTR
            END-STRING.
            IF WS-IX-A > 0
               STRING WS-STP-IDX(1, WS-IX-A) DELIMITED BY SIZE
                      INTO CMPOUT-REC WITH POINTER WS-OUT-PTR
               END-STRING
            END-IF.
            STRING WS-DELIM DELIMITED BY SIZE
                   INTO CMPOUT-REC WITH POINTER WS-OUT-PTR
            END-STRING.
            IF WS-IX-B > 0
               STRING WS-STP-IDX(2, WS-IX-B) DELIMITED BY SIZE
                      INTO CMPOUT-REC WITH POINTER WS-OUT-PTR
               END-STRING
            END-IF.

            MOVE WS-SHOW-CMD TO WS-Q-IN.
            PERFORM P4700-QUOTE-TEXT THRU P4709-EXIT.
            STRING WS-DELIM DELIMITED BY SIZE
                   WS-Q-OUT(1:WS-Q-PTR - 1) DELIMITED BY SIZE
                   INTO CMPOUT-REC WITH POINTER WS-OUT-PTR
            END-STRING.

            MOVE 1 TO WS-SIDE.
            MOVE WS-IX-A TO WS-SX.
            PERFORM P4650-STRING-SIDE THRU P4659-EXIT.
            MOVE 2 TO WS-SIDE.
            MOVE WS-IX-B TO WS-SX.
            PERFORM P4650-STRING-SIDE THRU P4659-EXIT.

            MOVE WS-NOTES TO WS-Q-IN.
            PERFORM P4700-QUOTE-TEXT THRU P4709-EXIT.
            STRING WS-DELIM DELIMITED BY SIZE
                   WS-Q-OUT(1:WS-Q-PTR - 1) DELIMITED BY SIZE
                   INTO CMPOUT-REC WITH POINTER WS-OUT-PTR
            END-STRING.

            WRITE CMPOUT-REC.
            ADD 1 TO WS-ROWS-OUT.

       P4609-EXIT.
           EXIT.

      **************************************************************
      ** APPEND THE RC, STATUS, RETRIES AND ELAPSED FIELDS OF STEP
      ** WS-SX OF SIDE WS-SIDE TO THE CMPOUT ROW.
      **************************************************************
       P4650-STRING-SIDE.

            IF WS-SX = 0
               STRING WS-DELIM WS-DELIM WS-DELIM WS-DELIM
                          DELIMITED BY SIZE
                      INTO CMPOUT-REC WITH POINTER WS-OUT-PTR
               END-STRING
               GO TO P4659-EXIT
            END-IF.

            MOVE WS-STP-RC(WS-SIDE, WS-SX) TO WS-E-RC.
            MOVE WS-STP-RETRIES(WS-SIDE, WS-SX) TO WS-E-TRY.
            MOVE WS-STP-ELAPSED(WS-SIDE, WS-SX) TO WS-E-ELAPSED.
            STRING WS-DELIM DELIMITED BY SIZE
                   FUNCTION TRIM(WS-E-RC) DELIMITED BY SIZE
                   WS-DELIM DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STP-STATUS(WS-SIDE, WS-SX))
                       DELIMITED BY SIZE
                   WS-DELIM DELIMITED BY SIZE
                   FUNCTION TRIM(WS-E-TRY) DELIMITED BY SIZE
                   WS-DELIM DELIMITED BY SIZE
                   FUNCTION TRIM(WS-E-ELAPSED) DELIMITED BY SIZE
                   INTO CMPOUT-REC WITH POINTER WS-OUT-PTR
            END-STRING.

       P4659-EXIT.
           EXIT.

      **************************************************************
      ** WRAP THE TRAILING-TRIMMED TEXT IN WS-Q-IN IN DOUBLE QUOTES,
      ** DOUBLING ANY QUOTE INSIDE IT.  THE RESULT IS
      ** WS-Q-OUT(1:WS-Q-PTR - 1).
      **************************************************************
       P4700-QUOTE-TEXT.

            MOVE SPACES TO WS-Q-OUT.
            MOVE 1 TO WS-Q-PTR.
            MOVE 0 TO WS-Q-LEN.
            IF WS-Q-IN NOT = SPACES
               COMPUTE WS-Q-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-Q-IN TRAILING))
            END-IF.

            STRING QUOTE DELIMITED BY SIZE
                   INTO WS-Q-OUT WITH POINTER WS-Q-PTR
            END-STRING.
            PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                    UNTIL WS-Q-IDX > WS-Q-LEN
               IF WS-Q-IN(WS-Q-IDX:1) = QUOTE
                  STRING QUOTE QUOTE DELIMITED BY SIZE
                         INTO WS-Q-OUT WITH POINTER WS-Q-PTR
                  END-STRING
               ELSE
                  STRING WS-Q-IN(WS-Q-IDX:1) DELIMITED BY SIZE
                         INTO WS-Q-OUT WITH POINTER WS-Q-PTR
                  END-STRING
               END-IF
            END-PERFORM.
            STRING QUOTE DELIMITED BY SIZE
                   INTO WS-Q-OUT WITH POINTER WS-Q-PTR
            END-STRING.

       P4709-EXIT.
           EXIT.
