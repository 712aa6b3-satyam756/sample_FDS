      *     RUN ID IS THE SAME VALUE STAMPED ON SYSCMDLOG RUN=
      *     FIELDS, ALERTOUT RECORDS AND ARCHDIR MEMBER NAMES, SO
      *     THIS REPORT IS THE INDEX THAT TIES THEM ALL TOGETHER.
      *   - EACH RUN NOW ALSO SHOWS THE DECK VERSION IT EXECUTED: THE
      *     DECKFP= FINGERPRINT AND DECKCHK= REGISTER RESULT FROM THE
      *     HEADER, WITH THE APPROVER AND APPROVAL DATE LOOKED UP IN
      *     THE DECKREG REGISTER (RETIRED VERSIONS INCLUDED) WHEN IT
      *     IS ALLOCATED.  A RUN WHOSE FINGERPRINT DIFFERS FROM THE
      *     PREVIOUS RUN OF THE SAME JOB IS FLAGGED DECK CHANGED.
      *   - RUNLEDG LINES NOW CARRY THE AUDIT CHAIN AREA
      *     (SEQ/PREV/HASH, SEE SYSCMDCH) AFTER THE DATA; THE FD
      *     DESCRIBES THE LONGER LINE SO EACH STILL READS AS ONE
      *     RECORD.  THE REPORT IS UNCHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLEDG-FILE-STATUS.
           SELECT DECKREG-FILE ASSIGN TO "DECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECKREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLEDG-FILE
           LABEL RECORDS STANDARD.
       01  RUNLEDG-REC                    PIC X(200).
       01  RUNLEDG-CHAINED.
           05  FILLER                     PIC X(200).
           05  RUNLEDG-CHAIN              PIC X(100).

       FD  DECKREG-FILE
           LABEL RECORDS STANDARD.
       01  DECKREG-IN-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 RUNLEDG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 DECKREG-FILE-STATUS          PIC X(02) VALUE SPACES.

       01 WS-VARIABLES.
          05 WS-EOF                   PIC X(01) VALUE "N".
          05 WS-F-JOB                 PIC X(12) VALUE SPACES.
          05 WS-F-PARM                PIC X(24) VALUE SPACES.
          05 WS-F-DECK                PIC X(08) VALUE SPACES.
          05 WS-F-DECKFP              PIC X(12) VALUE SPACES.
          05 WS-F-DECKCHK             PIC X(12) VALUE SPACES.
          05 WS-F-END                 PIC X(20) VALUE SPACES.
          05 WS-F-CMDS                PIC X(08) VALUE SPACES.
          05 WS-F-FAILS               PIC X(08) VALUE SPACES.
          05 WS-RESUME-COUNT          PIC 9(05) VALUE 0.
          05 WS-TBL-OVERFLOW          PIC 9(05) VALUE 0.
          05 WS-FLAG-TEXT             PIC X(30) VALUE SPACES.
          05 WS-DKCHG-COUNT           PIC 9(05) VALUE 0.
          05 WS-REG-IDX               PIC 9(03) VALUE 0.
          05 WS-REG-HIT               PIC 9(03) VALUE 0.
          05 WS-PREV-IDX              PIC 9(03) VALUE 0.
          05 WS-REG-FP-NUM            PIC 9(09) VALUE 0.
          05 WS-DECK-TEXT             PIC X(60) VALUE SPACES.

       01 WS-RUN-TABLE.
          05 WS-RUN-CNT               PIC 9(03) VALUE 0.
          05 WS-RUN-ENTRY OCCURS 200 TIMES.
             10 WS-RUN-ID             PIC X(14).
             10 WS-RUN-JOB            PIC X(08).
             10 WS-RUN-PARM           PIC X(24).
             10 WS-RUN-DECK           PIC 9(03).
             10 WS-RUN-FPRINT         PIC X(09).
             10 WS-RUN-DECKCHK        PIC X(08).
             10 WS-RUN-HAS-HDR        PIC X(01).
             10 WS-RUN-HAS-TRL        PIC X(01).
             10 WS-RUN-END            PIC X(14).
             10 WS-RUN-WORST          PIC 9(04).
             10 WS-RUN-RESUME         PIC X(01).

       COPY DECKREGF.

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: FOLD THE LEDGER INTO THE RUN TABLE, MATCH TRAILERS
      * TO HEADERS, PRINT THE REPORT.
      **************************************************************
            PERFORM P0500-LOAD-DECKREG THRU P0509-EXIT.
            PERFORM P1000-SCAN-LEDGER THRU P1009-EXIT.
            PERFORM P3000-PRINT-REPORT THRU P3009-EXIT.

            GOBACK.

      **************************************************************
      ** LOAD THE DECKREG APPROVED-DECK REGISTER SO EACH RUN'S DECK
      ** FINGERPRINT CAN BE SHOWN WITH WHO APPROVED IT.  EVERY ROW IS
      ** KEPT, RETIRED ONES INCLUDED - AN OLD RUN RAN A VERSION THAT
      ** WAS CURRENT AT THE TIME.  THE REGISTER IS OPTIONAL HERE.
      **************************************************************
       P0500-LOAD-DECKREG.

            MOVE 0 TO DECKREG-CNT.

            OPEN INPUT DECKREG-FILE.
            IF DECKREG-FILE-STATUS NOT = "00"
               GO TO P0509-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ DECKREG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DECKREG-IN-REC NOT = SPACES
                             AND DECKREG-IN-REC(1:1) NOT = "*"
                             AND DECKREG-CNT < 200
                          MOVE DECKREG-IN-REC TO DECKREG-RECORD
                          IF DECKREG-FPRINT IS NUMERIC
                             ADD 1 TO DECKREG-CNT
                             MOVE FUNCTION UPPER-CASE(DECKREG-TYPE)
                                  TO DECKREG-T-TYPE(DECKREG-CNT)
                             MOVE FUNCTION UPPER-CASE(DECKREG-NAME)
                                  TO DECKREG-T-NAME(DECKREG-CNT)
                             MOVE DECKREG-FPRINT
                                  TO DECKREG-T-FPRINT(DECKREG-CNT)
                             MOVE DECKREG-APPROVER
                                  TO DECKREG-T-APPROVER(DECKREG-CNT)
                             MOVE DECKREG-APPR-DATE
                                  TO DECKREG-T-DATE(DECKREG-CNT)
                             MOVE DECKREG-RETIRED
                                  TO DECKREG-T-RETIRED(DECKREG-CNT)
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE DECKREG-FILE.

       P0509-EXIT.
           EXIT.

      **************************************************************
      ** READ EVERY RUNLEDG RECORD, ROUTING HDR AND TRL LINES INTO
      ** THE RUN TABLE KEYED ON THE RUN ID.
       P1100-TAKE-HEADER.

            MOVE SPACES TO WS-F-DUMMY WS-F-RUN WS-F-JOB
                           WS-F-PARM WS-F-DECK WS-F-DECKFP
                           WS-F-DECKCHK.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "HDR RUN=" OR " JOB=" OR " PARM="
                    OR " DECK=" OR " DECKFP=" OR " DECKCHK="
                INTO WS-F-DUMMY WS-F-RUN WS-F-JOB WS-F-PARM
                     WS-F-DECK WS-F-DECKFP WS-F-DECKCHK
            END-UNSTRING.

            IF WS-F-RUN(1:14) = SPACES
            ADD 1 TO WS-HDR-COUNT.
            MOVE "Y" TO WS-RUN-HAS-HDR(WS-RUN-HIT).
            MOVE WS-F-JOB(1:8) TO WS-RUN-JOB(WS-RUN-HIT).
            MOVE WS-F-PARM(1:24) TO WS-RUN-PARM(WS-RUN-HIT).
            IF WS-F-DECK(1:3) IS NUMERIC
               MOVE WS-F-DECK(1:3) TO WS-RUN-DECK(WS-RUN-HIT)
            END-IF.
            IF WS-F-DECKFP(1:9) IS NUMERIC
               MOVE WS-F-DECKFP(1:9) TO WS-RUN-FPRINT(WS-RUN-HIT)
               MOVE WS-F-DECKCHK(1:8) TO WS-RUN-DECKCHK(WS-RUN-HIT)
            END-IF.

       P1109-EXIT.
           EXIT.
                  MOVE SPACES TO WS-RUN-JOB(WS-RUN-HIT)
                  MOVE SPACES TO WS-RUN-PARM(WS-RUN-HIT)
                  MOVE 0 TO WS-RUN-DECK(WS-RUN-HIT)
                  MOVE SPACES TO WS-RUN-FPRINT(WS-RUN-HIT)
                  MOVE SPACES TO WS-RUN-DECKCHK(WS-RUN-HIT)
                  MOVE "N" TO WS-RUN-HAS-HDR(WS-RUN-HIT)
                  MOVE "N" TO WS-RUN-HAS-TRL(WS-RUN-HIT)
                  MOVE SPACES TO WS-RUN-END(WS-RUN-HIT)
                    "  ORPHAN TRAILERS: " WS-ORPHAN-COUNT
                    "  RERUNS: " WS-RERUN-COUNT
                    "  RESUMES: " WS-RESUME-COUNT.
            DISPLAY "DECK CHANGES: " WS-DKCHG-COUNT.
            IF WS-LINES-BAD > 0
               DISPLAY "UNPARSEABLE LEDGER LINES: " WS-LINES-BAD
            END-IF.
            IF WS-RUN-HAS-HDR(WS-RUN-IDX) = "Y"
               DISPLAY "               PARM="
                       WS-RUN-PARM(WS-RUN-IDX)
               PERFORM P3200-PRINT-DECK-LINE THRU P3209-EXIT
            END-IF.

       P3109-EXIT.
           EXIT.

      **************************************************************
      ** PRINT THE DECK VERSION A RUN EXECUTED: FINGERPRINT, THE
      ** REGISTER RESULT THE EXECUTOR RECORDED, AND THE APPROVER OF
      ** THAT FINGERPRINT FROM DECKREG.  A FINGERPRINT DIFFERENT FROM
      ** THE PREVIOUS RUN OF THE SAME JOB IS CALLED OUT.  HEADERS
      ** WRITTEN BEFORE FINGERPRINTING CARRY NONE.
      **************************************************************
       P3200-PRINT-DECK-LINE.

            IF WS-RUN-FPRINT(WS-RUN-IDX) = SPACES
               DISPLAY "               DECKFP=(NONE)"
               GO TO P3209-EXIT
            END-IF.

            MOVE WS-RUN-FPRINT(WS-RUN-IDX) TO WS-REG-FP-NUM.
            MOVE 0 TO WS-REG-HIT.
            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > DECKREG-CNT
                       OR WS-REG-HIT > 0
               IF DECKREG-T-TYPE(WS-REG-IDX) = "DECK"
                     AND DECKREG-T-NAME(WS-REG-IDX)
                         = WS-RUN-JOB(WS-RUN-IDX)
                     AND DECKREG-T-FPRINT(WS-REG-IDX) = WS-REG-FP-NUM
                  MOVE WS-REG-IDX TO WS-REG-HIT
               END-IF
            END-PERFORM.

            MOVE SPACES TO WS-DECK-TEXT.
            IF WS-REG-HIT > 0
               STRING "APPROVED BY " DELIMITED BY SIZE
                      DECKREG-T-APPROVER(WS-REG-HIT)
                          DELIMITED BY SPACE
                      " ON " DELIMITED BY SIZE
                      DECKREG-T-DATE(WS-REG-HIT) DELIMITED BY SIZE
                      INTO WS-DECK-TEXT
               END-STRING
            ELSE
               IF DECKREG-CNT > 0
                  MOVE "NOT IN DECKREG" TO WS-DECK-TEXT
               END-IF
            END-IF.

      *     THE MOST RECENT EARLIER RUN OF THE SAME JOB THAT CARRIES
      *     A FINGERPRINT IS THE ONE TO COMPARE WITH.
            MOVE 0 TO WS-PREV-IDX.
            PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX >= WS-RUN-IDX
               IF WS-RUN-HAS-HDR(WS-SCAN-IDX) = "Y"
                     AND WS-RUN-JOB(WS-SCAN-IDX)
                         = WS-RUN-JOB(WS-RUN-IDX)
                     AND WS-RUN-FPRINT(WS-SCAN-IDX) NOT = SPACES
                  MOVE WS-SCAN-IDX TO WS-PREV-IDX
               END-IF
            END-PERFORM.

            IF WS-PREV-IDX > 0
               IF WS-RUN-FPRINT(WS-PREV-IDX)
                     NOT = WS-RUN-FPRINT(WS-RUN-IDX)
                  ADD 1 TO WS-DKCHG-COUNT
                  DISPLAY "               DECKFP="
                          WS-RUN-FPRINT(WS-RUN-IDX)
                          " CHECK=" WS-RUN-DECKCHK(WS-RUN-IDX)
                          " " FUNCTION TRIM(WS-DECK-TEXT)
                          "  *** DECK CHANGED SINCE RUN "
                          WS-RUN-ID(WS-PREV-IDX) " ***"
                  GO TO P3209-EXIT
               END-IF
            END-IF.

            DISPLAY "               DECKFP="
                    WS-RUN-FPRINT(WS-RUN-IDX)
                    " CHECK=" WS-RUN-DECKCHK(WS-RUN-IDX)
                    " " FUNCTION TRIM(WS-DECK-TEXT).

       P3209-EXIT.
           EXIT.
