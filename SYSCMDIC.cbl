       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDIC.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: ALERT INCIDENT CONTROL.  ALERTOUT IS APPEND-
      *     ONLY, SO NOTHING SHOWED WHETHER ANYONE ACTED ON AN ALERT.
      *     EACH RUN TURNS EVERY ALERTOUT RECORD NOT YET TAKEN INTO AN
      *     INCIDENT ON THE INCMAST MASTER, KEYED ON RUN ID AND
      *     COMMAND INDEX (A FURTHER ALERT FOR THE SAME KEY IS FOLDED
      *     INTO THE INCIDENT, AND REOPENS IT IF IT WAS CLOSED), THEN
      *     APPLIES THE OPTIONAL ICIN CARDS:
      *       ACK runid idx operid
      *                        - ACKNOWLEDGE AN OPEN INCIDENT
      *       ASSIGN runid idx operid assignee
      *                        - ASSIGN IT TO AN OPERATOR OR GROUP
      *       NOTE runid idx operid text
      *                        - ANNOTATE IT (TEXT GOES TO SYSCMDLOG)
      *       CLOSE runid idx operid [text]
      *                        - CLOSE IT
      *       DONE             - STOP READING CARDS
      *     AN INCIDENT NOT YET CLOSED IS CLOSED AUTOMATICALLY (BY
      *     "AUTO") ONCE RUNLEDG SHOWS A LATER RUN OF THE SAME JOB
      *     THAT ENDED WITH NO FAILED COMMANDS.  THE MASTER IS THEN
      *     REWRITTEN (CLOSED INCIDENTS ARE KEPT 90 DAYS) AND AN AGING
      *     REPORT OF UNACKNOWLEDGED AND OPEN INCIDENTS IS PRINTED.
      *     EVERY INCIDENT ACTION IS APPENDED TO THE SYSCMDLOG AUDIT
      *     TRAIL (STATUS=INCOPEN / INCREOPN / INCACK / INCASSGN /
      *     INCNOTE / INCCLOSE / INCAUTO).  A BAD CARD IS REPORTED,
      *     SKIPPED AND ENDS THE JOB WITH RC 8.
      *   - EACH SYSCMDLOG LINE WRITTEN IS SEALED WITH THE AUDIT CHAIN
      *     - SEQUENCE NUMBER AND HASH CHAINED TO THE LINE BEFORE IT,
      *     IN COLUMNS 601-700 - THROUGH SYSCMDCH, SO SYSCMDCV CAN
      *     PROVE THE TRAIL HAS NOT BEEN EDITED.  RUNLEDG IS READ AS
      *     THE LONGER CHAINED RECORD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICIN-FILE ASSIGN TO "ICIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ICIN-FILE-STATUS.
           SELECT INCMAST-FILE ASSIGN TO "INCMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCMAST-FILE-STATUS.
           SELECT ALERTOUT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTOUT-FILE-STATUS.
           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLEDG-FILE-STATUS.
           SELECT SYSCMDLOG-FILE ASSIGN TO "SYSCMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSCMDLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ICIN-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  ICIN-REC                       PIC X(80).

       FD  INCMAST-FILE
           LABEL RECORDS STANDARD.
       01  INCMAST-IN-REC                 PIC X(200).

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

       WORKING-STORAGE SECTION.

       01 ICIN-FILE-STATUS             PIC X(02) VALUE SPACES.
       01 INCMAST-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 ALERTOUT-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 RUNLEDG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 SYSCMDLOG-FILE-STATUS        PIC X(02) VALUE SPACES.
       01 CONTROL-REC-UPPER            PIC X(80).

       01 WS-VARIABLES.
          05 WS-EOF                   PIC X(01) VALUE "N".
          05 WS-TODAY-DATE            PIC X(08) VALUE SPACES.
          05 WS-NOW-TS                PIC X(14) VALUE SPACES.
          05 WS-CARD-LINE             PIC X(80) VALUE SPACES.
          05 WS-CARD-LINE-UC          PIC X(80) VALUE SPACES.
          05 WS-CARD-TOKEN            PIC X(12) VALUE SPACES.
          05 WS-CARD-OP1              PIC X(20) VALUE SPACES.
          05 WS-CARD-OP2              PIC X(20) VALUE SPACES.
          05 WS-CARD-OP3              PIC X(20) VALUE SPACES.
          05 WS-CARD-OP4              PIC X(20) VALUE SPACES.
          05 WS-CARD-PTR              PIC 9(03) VALUE 0.
          05 WS-CARD-REST             PIC X(80) VALUE SPACES.
          05 WS-CARD-BAD              PIC X(01) VALUE "N".
          05 WS-OP-LEN                PIC 9(02) VALUE 0.
          05 WS-KEY-RUN-ID            PIC X(14) VALUE SPACES.
          05 WS-KEY-IDX               PIC 9(03) VALUE 0.
          05 WS-OPER-ID               PIC X(08) VALUE SPACES.
          05 WS-INC-IDX               PIC 9(03) VALUE 0.
          05 WS-INC-HIT               PIC 9(03) VALUE 0.
          05 WS-LOG-STATUS            PIC X(08) VALUE SPACES.
          05 WS-LOG-TEXT              PIC X(80) VALUE SPACES.
          05 WS-ALERT-SEQ             PIC 9(09) VALUE 0.
          05 WS-INC-FULL              PIC X(01) VALUE "N".
          05 WS-CHANGES               PIC 9(05) VALUE 0.
          05 WS-ALERTS-NEW            PIC 9(05) VALUE 0.
          05 WS-INC-OPENED            PIC 9(05) VALUE 0.
          05 WS-INC-REOPENED          PIC 9(05) VALUE 0.
          05 WS-CARDS-APPLIED         PIC 9(05) VALUE 0.
          05 WS-CARDS-BAD             PIC 9(05) VALUE 0.
          05 WS-AUTO-CLOSED           PIC 9(05) VALUE 0.
          05 WS-INC-DROPPED           PIC 9(05) VALUE 0.
          05 WS-INC-KEPT              PIC 9(05) VALUE 0.
          05 SAVED-RETURN-CODE        PIC S9(8) COMP-5 VALUE ZEROS.

      *    RUNLEDG SPLIT FIELDS - SYSCMDLD'S HEADER / TRAILER LAYOUT.
       01 WS-LEDGER-FIELDS.
          05 WS-F-DUMMY               PIC X(20) VALUE SPACES.
          05 WS-F-RUN                 PIC X(20) VALUE SPACES.
          05 WS-F-JOB                 PIC X(12) VALUE SPACES.
          05 WS-F-PARM                PIC X(24) VALUE SPACES.
          05 WS-F-END                 PIC X(20) VALUE SPACES.
          05 WS-F-CMDS                PIC X(08) VALUE SPACES.
          05 WS-F-FAILS               PIC X(08) VALUE SPACES.
          05 WS-F-WORST               PIC X(08) VALUE SPACES.

      *    LEDGER RUNS LATER THAN THE OLDEST INCIDENT STILL NOT
      *    CLOSED - TRAILERS CARRY NO JOB NAME, SO EACH TRAILER IS
      *    MATCHED BACK TO ITS HEADER HERE.
       01 WS-LEDGER-RING.
          05 WS-OLDEST-OPEN           PIC X(14) VALUE SPACES.
          05 WS-LR-CNT                PIC 9(03) VALUE 0.
          05 WS-LR-NEXT               PIC 9(03) VALUE 1.
          05 WS-LR-IDX                PIC 9(03) VALUE 0.
          05 WS-LR-HIT                PIC 9(03) VALUE 0.
          05 WS-LR-ENTRY OCCURS 500 TIMES.
             10 WS-LR-RUN-ID          PIC X(14).
             10 WS-LR-JOB             PIC X(08).
          05 WS-CLEAN-RUN-ID          PIC X(14) VALUE SPACES.
          05 WS-CLEAN-JOB             PIC X(08) VALUE SPACES.

      *    AGING REPORT WORK AREAS.  BANDS: UNDER 4 HOURS, 4 TO 24
      *    HOURS, 1 TO 3 DAYS, OVER 3 DAYS.
       01 WS-AGING-AREAS.
          05 WS-TS-WORK               PIC X(14) VALUE SPACES.
          05 WS-TS-SECS               PIC 9(11) VALUE 0.
          05 WS-NOW-SECS              PIC 9(11) VALUE 0.
          05 WS-AGE-HOURS             PIC 9(05) VALUE 0.
          05 WS-AGE-BAND              PIC 9(01) VALUE 0.
          05 WS-E-AGE                 PIC ZZZZ9.
          05 WS-RPT-STATE             PIC X(06) VALUE SPACES.
          05 WS-RPT-LINES             PIC 9(05) VALUE 0.
          05 WS-BAND-ROW OCCURS 2 TIMES.
             10 WS-BAND-CNT           PIC 9(05) OCCURS 4 TIMES.
          05 WS-BAND-IDX              PIC 9(01) VALUE 0.
          05 WS-ROW-IDX               PIC 9(01) VALUE 0.
          05 WS-DROP-DAYS             PIC 9(08) VALUE 0.

       COPY INCMASTF.
       COPY CHAINF.

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: LOAD THE INCIDENT MASTER, TAKE THE NEW ALERTS,
      * APPLY THE OPERATOR CARDS, CLOSE WHAT A CLEAN RERUN HAS
      * CLEARED, REWRITE THE MASTER AND PRINT THE AGING REPORT.
      **************************************************************
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
            MOVE WS-NOW-TS(1:8) TO WS-TODAY-DATE.

            PERFORM P1000-LOAD-INCMAST THRU P1009-EXIT.
            IF SAVED-RETURN-CODE >= 8
               DISPLAY "INCMAST NOT LOADED - NO INCIDENTS UPDATED"
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM P2000-TAKE-ALERTS THRU P2009-EXIT.
            PERFORM P3000-READ-ICIN THRU P3009-EXIT.
            PERFORM P4000-AUTO-CLOSE THRU P4009-EXIT.

            IF WS-CHANGES > 0
               PERFORM P6000-REWRITE-INCMAST THRU P6009-EXIT
            ELSE
               DISPLAY "NO CHANGES APPLIED - INCMAST NOT REWRITTEN"
            END-IF.

            PERFORM P7000-AGING-REPORT THRU P7009-EXIT.

            DISPLAY "=========================================".
            DISPLAY "SYSCMDIC SUMMARY".
            DISPLAY "NEW ALERTS TAKEN:    " WS-ALERTS-NEW.
            DISPLAY "INCIDENTS OPENED:    " WS-INC-OPENED.
            DISPLAY "INCIDENTS REOPENED:  " WS-INC-REOPENED.
            DISPLAY "CARDS APPLIED:       " WS-CARDS-APPLIED.
            DISPLAY "CARDS IN ERROR:      " WS-CARDS-BAD.
            DISPLAY "AUTO-CLOSED:         " WS-AUTO-CLOSED.
            DISPLAY "CLOSED INCIDENTS AGED OFF: " WS-INC-DROPPED.
            DISPLAY "=========================================".

            IF SAVED-RETURN-CODE > RETURN-CODE
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
            END-IF.

            GOBACK.

      **************************************************************
      ** LOAD THE INCMAST MASTER: THE CONTROL LINE AND EVERY
      ** INCIDENT, CLOSED ONES INCLUDED.  A MISSING DATASET JUST
      ** MEANS THE MASTER IS BEING BUILT FOR THE FIRST TIME.  A
      ** MASTER THAT DOES NOT FIT IS NOT TOUCHED AT ALL (RC 8).
      **************************************************************
       P1000-LOAD-INCMAST.

            MOVE 0 TO INCMAST-CNT INCMAST-ALERTS-TAKEN.

            OPEN INPUT INCMAST-FILE.
            IF INCMAST-FILE-STATUS NOT = "00"
               DISPLAY "INCMAST DATASET NOT PRESENT - STARTING "
                       "A NEW MASTER"
               GO TO P1009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ INCMAST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF INCMAST-IN-REC NOT = SPACES
                             AND INCMAST-IN-REC(1:1) NOT = "*"
                          PERFORM P1050-TAKE-INCMAST-LINE
                                      THRU P1059-EXIT
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE INCMAST-FILE.

            DISPLAY "INCIDENT MASTER LOADED - INCIDENTS: " INCMAST-CNT
                    "  ALERTS ALREADY TAKEN: " INCMAST-ALERTS-TAKEN.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** ADD ONE INCMAST LINE TO THE IN-CORE TABLE.
      **************************************************************
       P1050-TAKE-INCMAST-LINE.

            MOVE INCMAST-IN-REC TO INCMAST-RECORD.

            IF INCMAST-CTL-TAG = "CTL "
               IF INCMAST-CTL-ALERTS IS NUMERIC
                  MOVE INCMAST-CTL-ALERTS TO INCMAST-ALERTS-TAKEN
               END-IF
               GO TO P1059-EXIT
            END-IF.

            IF INCMAST-RUN-ID IS NOT NUMERIC
                  OR INCMAST-IDX IS NOT NUMERIC
               DISPLAY "INVALID INCMAST LINE IGNORED: "
                       FUNCTION TRIM(INCMAST-IN-REC)
               GO TO P1059-EXIT
            END-IF.

            IF INCMAST-CNT >= 500
               DISPLAY "INCMAST EXCEEDS THE 500 INCIDENT LIMIT"
               MOVE 8 TO SAVED-RETURN-CODE
               MOVE "Y" TO WS-EOF
               GO TO P1059-EXIT
            END-IF.

            ADD 1 TO INCMAST-CNT.
            MOVE INCMAST-RUN-ID TO INCMAST-T-RUN-ID(INCMAST-CNT).
            MOVE INCMAST-IDX TO INCMAST-T-IDX(INCMAST-CNT).
            MOVE INCMAST-STATE TO INCMAST-T-STATE(INCMAST-CNT).
            MOVE INCMAST-TAG TO INCMAST-T-TAG(INCMAST-CNT).
            IF INCMAST-RC IS NUMERIC
               MOVE INCMAST-RC TO INCMAST-T-RC(INCMAST-CNT)
            ELSE
               MOVE 0 TO INCMAST-T-RC(INCMAST-CNT)
            END-IF.
            MOVE INCMAST-RAISED TO INCMAST-T-RAISED(INCMAST-CNT).
            IF INCMAST-ALERTS IS NUMERIC
               MOVE INCMAST-ALERTS TO INCMAST-T-ALERTS(INCMAST-CNT)
            ELSE
               MOVE 1 TO INCMAST-T-ALERTS(INCMAST-CNT)
            END-IF.
            MOVE INCMAST-JOB TO INCMAST-T-JOB(INCMAST-CNT).
            MOVE INCMAST-ACK-BY TO INCMAST-T-ACK-BY(INCMAST-CNT).
            MOVE INCMAST-ACK-TS TO INCMAST-T-ACK-TS(INCMAST-CNT).
            MOVE INCMAST-ASSIGNEE TO INCMAST-T-ASSIGNEE(INCMAST-CNT).
            MOVE INCMAST-CLOSE-BY TO INCMAST-T-CLOSE-BY(INCMAST-CNT).
            MOVE INCMAST-CLOSE-TS TO INCMAST-T-CLOSE-TS(INCMAST-CNT).
            IF INCMAST-NOTES IS NUMERIC
               MOVE INCMAST-NOTES TO INCMAST-T-NOTES(INCMAST-CNT)
            ELSE
               MOVE 0 TO INCMAST-T-NOTES(INCMAST-CNT)
            END-IF.
            MOVE INCMAST-CMD TO INCMAST-T-CMD(INCMAST-CNT).

       P1059-EXIT.
           EXIT.

      **************************************************************
      ** TAKE EVERY ALERTOUT RECORD BEYOND THE COUNT ALREADY TAKEN.
      ** AN ALERTOUT SHORTER THAN THAT COUNT HAS BEEN REPLACED, SO
      ** IT IS TAKEN AGAIN FROM THE TOP - THE RUN ID / INDEX KEY
      ** STOPS AN ALERT ALREADY HELD FROM BECOMING A NEW INCIDENT.
      **************************************************************
       P2000-TAKE-ALERTS.

            PERFORM P2050-SCAN-ALERTOUT THRU P2059-EXIT.
            IF ALERTOUT-FILE-STATUS NOT = "00"
                  AND ALERTOUT-FILE-STATUS NOT = "10"
               GO TO P2009-EXIT
            END-IF.

            IF WS-ALERT-SEQ < INCMAST-ALERTS-TAKEN
               DISPLAY "ALERTOUT HOLDS " WS-ALERT-SEQ " RECORDS BUT "
                       INCMAST-ALERTS-TAKEN " WERE TAKEN - DATASET "
                       "REPLACED, TAKING IT AGAIN FROM THE START"
               MOVE 0 TO INCMAST-ALERTS-TAKEN
               ADD 1 TO WS-CHANGES
               PERFORM P2050-SCAN-ALERTOUT THRU P2059-EXIT
            END-IF.

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** ONE PASS OF ALERTOUT, COUNTING RECORDS IN WS-ALERT-SEQ.
      ** WHEN THE INCIDENT TABLE FILLS THE PASS STOPS, SO THE
      ** UNTAKEN ALERTS ARE PICKED UP BY A LATER RUN.
      **************************************************************
       P2050-SCAN-ALERTOUT.

            MOVE 0 TO WS-ALERT-SEQ.

            OPEN INPUT ALERTOUT-FILE.
            IF ALERTOUT-FILE-STATUS NOT = "00"
               DISPLAY "ALERTOUT NOT PRESENT - NO NEW ALERTS"
               GO TO P2059-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ ALERTOUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ALERT-SEQ
                       IF WS-ALERT-SEQ > INCMAST-ALERTS-TAKEN
                          PERFORM P2100-TAKE-ALERT THRU P2109-EXIT
                          IF WS-INC-FULL = "Y"
                             MOVE "Y" TO WS-EOF
                          ELSE
                             MOVE WS-ALERT-SEQ
                                  TO INCMAST-ALERTS-TAKEN
                             ADD 1 TO WS-CHANGES
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE ALERTOUT-FILE.
            MOVE "00" TO ALERTOUT-FILE-STATUS.

       P2059-EXIT.
           EXIT.

      **************************************************************
      ** FOLD ONE NEW ALERTOUT RECORD INTO ITS INCIDENT, OPENING A
      ** NEW ONE WHEN THE RUN ID / INDEX IS NOT YET HELD.  A NEW
      ** ALERT ON A CLOSED INCIDENT REOPENS IT, AND ITS AGE THEN
      ** RUNS FROM THE REOPENING ALERT.
      **************************************************************
       P2100-TAKE-ALERT.

            IF ALERT-RUN-ID IS NOT NUMERIC
                  OR ALERT-IDX IS NOT NUMERIC
               DISPLAY "UNREADABLE ALERTOUT RECORD " WS-ALERT-SEQ
                       " SKIPPED"
               GO TO P2109-EXIT
            END-IF.

            ADD 1 TO WS-ALERTS-NEW.
            MOVE ALERT-RUN-ID TO WS-KEY-RUN-ID.
            MOVE ALERT-IDX TO WS-KEY-IDX.
            PERFORM P2500-FIND-INCIDENT THRU P2509-EXIT.

            IF WS-INC-HIT > 0
               ADD 1 TO INCMAST-T-ALERTS(WS-INC-HIT)
               MOVE ALERT-TAG TO INCMAST-T-TAG(WS-INC-HIT)
               IF ALERT-RC IS NUMERIC
                  MOVE ALERT-RC TO INCMAST-T-RC(WS-INC-HIT)
               END-IF
               IF INCMAST-T-STATE(WS-INC-HIT) = "CLOSED"
                  MOVE "OPEN" TO INCMAST-T-STATE(WS-INC-HIT)
                  IF ALERT-TS IS NUMERIC
                     MOVE ALERT-TS TO INCMAST-T-RAISED(WS-INC-HIT)
                  ELSE
                     MOVE WS-NOW-TS TO INCMAST-T-RAISED(WS-INC-HIT)
                  END-IF
                  MOVE SPACES TO INCMAST-T-ACK-BY(WS-INC-HIT)
                                 INCMAST-T-ACK-TS(WS-INC-HIT)
                                 INCMAST-T-CLOSE-BY(WS-INC-HIT)
                                 INCMAST-T-CLOSE-TS(WS-INC-HIT)
                  ADD 1 TO WS-INC-REOPENED
                  DISPLAY "REOPENED " WS-KEY-RUN-ID " IDX "
                          WS-KEY-IDX " - NEW " ALERT-TAG " ALERT"
                  MOVE "INCREOPN" TO WS-LOG-STATUS
                  PERFORM P2150-BUILD-ALERT-TEXT THRU P2159-EXIT
                  PERFORM P5000-WRITE-AUDIT-LOG THRU P5009-EXIT
               END-IF
               GO TO P2109-EXIT
            END-IF.

            IF INCMAST-CNT >= 500
               DISPLAY "INCIDENT TABLE FULL AT 500 - REMAINING "
                       "ALERTS ARE LEFT FOR A LATER RUN"
               MOVE "Y" TO WS-INC-FULL
               SUBTRACT 1 FROM WS-ALERTS-NEW
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P2109-EXIT
            END-IF.

            ADD 1 TO INCMAST-CNT.
            MOVE ALERT-RUN-ID TO INCMAST-T-RUN-ID(INCMAST-CNT).
            MOVE ALERT-IDX TO INCMAST-T-IDX(INCMAST-CNT).
            MOVE "OPEN" TO INCMAST-T-STATE(INCMAST-CNT).
            MOVE ALERT-TAG TO INCMAST-T-TAG(INCMAST-CNT).
            IF ALERT-RC IS NUMERIC
               MOVE ALERT-RC TO INCMAST-T-RC(INCMAST-CNT)
            ELSE
               MOVE 0 TO INCMAST-T-RC(INCMAST-CNT)
            END-IF.
            IF ALERT-TS IS NUMERIC
               MOVE ALERT-TS TO INCMAST-T-RAISED(INCMAST-CNT)
            ELSE
               MOVE WS-NOW-TS TO INCMAST-T-RAISED(INCMAST-CNT)
            END-IF.
            MOVE 1 TO INCMAST-T-ALERTS(INCMAST-CNT).
            MOVE SPACES TO INCMAST-T-JOB(INCMAST-CNT)
                           INCMAST-T-ACK-BY(INCMAST-CNT)
                           INCMAST-T-ACK-TS(INCMAST-CNT)
                           INCMAST-T-ASSIGNEE(INCMAST-CNT)
                           INCMAST-T-CLOSE-BY(INCMAST-CNT)
                           INCMAST-T-CLOSE-TS(INCMAST-CNT).
            MOVE 0 TO INCMAST-T-NOTES(INCMAST-CNT).
            MOVE ALERT-CMD(1:60) TO INCMAST-T-CMD(INCMAST-CNT).

            ADD 1 TO WS-INC-OPENED.
            DISPLAY "OPENED " WS-KEY-RUN-ID " IDX " WS-KEY-IDX
                    " " ALERT-TAG " RC " INCMAST-T-RC(INCMAST-CNT).
            MOVE "INCOPEN" TO WS-LOG-STATUS.
            PERFORM P2150-BUILD-ALERT-TEXT THRU P2159-EXIT.
            PERFORM P5000-WRITE-AUDIT-LOG THRU P5009-EXIT.

       P2109-EXIT.
           EXIT.

      **************************************************************
      ** AUDIT TEXT FOR AN INCIDENT RAISED FROM ALERTOUT, IN THE
      ** SAME "ACTION runid idx ..." SHAPE AS THE OPERATOR CARDS.
      **************************************************************
       P2150-BUILD-ALERT-TEXT.

            MOVE SPACES TO WS-LOG-TEXT.
            IF WS-LOG-STATUS = "INCOPEN"
               STRING "OPEN " DELIMITED BY SIZE
                      WS-KEY-RUN-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KEY-IDX DELIMITED BY SIZE
                      " TAG=" DELIMITED BY SIZE
                      ALERT-TAG DELIMITED BY SPACE
                      " RC=" DELIMITED BY SIZE
                      ALERT-RC DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
            ELSE
               STRING "REOPEN " DELIMITED BY SIZE
                      WS-KEY-RUN-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KEY-IDX DELIMITED BY SIZE
                      " TAG=" DELIMITED BY SIZE
                      ALERT-TAG DELIMITED BY SPACE
                      " RC=" DELIMITED BY SIZE
                      ALERT-RC DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
            END-IF.

       P2159-EXIT.
           EXIT.

      **************************************************************
      ** FIND THE INCIDENT FOR WS-KEY-RUN-ID / WS-KEY-IDX.
      **************************************************************
       P2500-FIND-INCIDENT.

            MOVE 0 TO WS-INC-HIT.
            PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                    UNTIL WS-INC-IDX > INCMAST-CNT
                       OR WS-INC-HIT > 0
               IF INCMAST-T-RUN-ID(WS-INC-IDX) = WS-KEY-RUN-ID
                     AND INCMAST-T-IDX(WS-INC-IDX) = WS-KEY-IDX
                  MOVE WS-INC-IDX TO WS-INC-HIT
               END-IF
            END-PERFORM.

       P2509-EXIT.
           EXIT.

      **************************************************************
      ** READ THE OPTIONAL ICIN DECK OF OPERATOR ACTIONS.  NO ICIN
      ** SIMPLY MEANS A TAKE-ALERTS / AUTO-CLOSE / REPORT RUN.
      **************************************************************
       P3000-READ-ICIN.

            OPEN INPUT ICIN-FILE.
            IF ICIN-FILE-STATUS NOT = "00"
               DISPLAY "ICIN NOT PRESENT - NO OPERATOR ACTIONS"
               GO TO P3009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ ICIN-FILE INTO CONTROL-REC-UPPER
                   AT END
                       MOVE "Y" TO WS-EOF
               END-READ

               IF WS-EOF NOT = "Y"
                  MOVE FUNCTION TRIM(CONTROL-REC-UPPER)
                       TO WS-CARD-LINE
                  MOVE FUNCTION UPPER-CASE(WS-CARD-LINE)
                       TO WS-CARD-LINE-UC
                  MOVE SPACES TO WS-CARD-TOKEN WS-CARD-OP1
                                 WS-CARD-OP2 WS-CARD-OP3
                                 WS-CARD-OP4 WS-CARD-REST
                  MOVE 1 TO WS-CARD-PTR
                  UNSTRING WS-CARD-LINE-UC DELIMITED BY ALL " "
                      INTO WS-CARD-TOKEN WS-CARD-OP1 WS-CARD-OP2
                           WS-CARD-OP3
                      WITH POINTER WS-CARD-PTR
                  END-UNSTRING
      *           NOTE / CLOSE TEXT KEEPS THE CASE IT WAS PUNCHED IN.
                  IF WS-CARD-PTR <= 80
                     MOVE WS-CARD-LINE(WS-CARD-PTR:) TO WS-CARD-REST
                  END-IF
                  MOVE SPACES TO WS-CARD-OP4
                  UNSTRING WS-CARD-REST DELIMITED BY ALL " "
                      INTO WS-CARD-OP4
                  END-UNSTRING
                  MOVE FUNCTION UPPER-CASE(WS-CARD-OP4)
                       TO WS-CARD-OP4

                  EVALUATE WS-CARD-TOKEN
                     WHEN "DONE"
                        MOVE "Y" TO WS-EOF
                     WHEN "ACK"
                        PERFORM P3200-APPLY-ACK THRU P3209-EXIT
                     WHEN "ASSIGN"
                        PERFORM P3300-APPLY-ASSIGN THRU P3309-EXIT
                     WHEN "NOTE"
                        PERFORM P3400-APPLY-NOTE THRU P3409-EXIT
                     WHEN "CLOSE"
                        PERFORM P3500-APPLY-CLOSE THRU P3509-EXIT
                     WHEN SPACES
                        CONTINUE
                     WHEN OTHER
                        IF WS-CARD-LINE(1:1) NOT = "*"
                           DISPLAY "UNRECOGNISED ICIN CARD: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                           ADD 1 TO WS-CARDS-BAD
                           MOVE 8 TO SAVED-RETURN-CODE
                        END-IF
                  END-EVALUATE
               END-IF
            END-PERFORM.

            CLOSE ICIN-FILE.

       P3009-EXIT.
           EXIT.

      **************************************************************
      ** CHECK THE "runid idx operid" OPERANDS COMMON TO EVERY CARD
      ** AND FIND THE INCIDENT.  WS-CARD-BAD IS SET WHEN THE CARD
      ** CANNOT BE APPLIED; THE CALLER SAYS WHICH CARD IT WAS.
      **************************************************************
       P3100-CHECK-CARD-KEY.

            MOVE "N" TO WS-CARD-BAD.
            MOVE 0 TO WS-INC-HIT.

            IF WS-CARD-OP1(1:14) IS NOT NUMERIC
                  OR WS-CARD-OP1(15:6) NOT = SPACES
               MOVE "Y" TO WS-CARD-BAD
            END-IF.

      *     THE INDEX IS WRITTEN NATURALLY (7, 007) - TRIM IT AND
      *     ACCEPT ONE TO THREE DIGITS.
            MOVE 0 TO WS-KEY-IDX.
            COMPUTE WS-OP-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-CARD-OP2)).
            IF WS-OP-LEN > 0 AND WS-OP-LEN <= 3
                  AND WS-CARD-OP2(1:WS-OP-LEN) IS NUMERIC
               COMPUTE WS-KEY-IDX = FUNCTION NUMVAL(
                   WS-CARD-OP2(1:WS-OP-LEN))
            ELSE
               MOVE "Y" TO WS-CARD-BAD
            END-IF.

            IF WS-CARD-OP3 = SPACES OR WS-CARD-OP3(9:12) NOT = SPACES
               MOVE "Y" TO WS-CARD-BAD
            END-IF.

            IF WS-CARD-BAD = "Y"
               GO TO P3109-EXIT
            END-IF.

            MOVE WS-CARD-OP1(1:14) TO WS-KEY-RUN-ID.
            MOVE WS-CARD-OP3(1:8) TO WS-OPER-ID.
            PERFORM P2500-FIND-INCIDENT THRU P2509-EXIT.
            IF WS-INC-HIT = 0
               DISPLAY "NO INCIDENT FOR RUN " WS-KEY-RUN-ID
                       " IDX " WS-KEY-IDX
               MOVE "Y" TO WS-CARD-BAD
            END-IF.

       P3109-EXIT.
           EXIT.

      **************************************************************
      ** APPLY AN "ACK runid idx operid" CARD.  ONLY AN OPEN
      ** (UNACKNOWLEDGED) INCIDENT CAN BE ACKNOWLEDGED, SO THE
      ** FIRST OPERATOR TO RESPOND STAYS ON RECORD.
      **************************************************************
       P3200-APPLY-ACK.

            PERFORM P3100-CHECK-CARD-KEY THRU P3109-EXIT.
            IF WS-CARD-BAD = "N"
               IF INCMAST-T-STATE(WS-INC-HIT) NOT = "OPEN"
                  DISPLAY "ACK REFUSED - INCIDENT IS "
                          INCMAST-T-STATE(WS-INC-HIT)
                          " (ACK BY " INCMAST-T-ACK-BY(WS-INC-HIT)
                          ")"
                  MOVE "Y" TO WS-CARD-BAD
               END-IF
            END-IF.

            IF WS-CARD-BAD = "Y"
               DISPLAY "ACK CARD SKIPPED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               ADD 1 TO WS-CARDS-BAD
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P3209-EXIT
            END-IF.

            MOVE "ACK" TO INCMAST-T-STATE(WS-INC-HIT).
            MOVE WS-OPER-ID TO INCMAST-T-ACK-BY(WS-INC-HIT).
            MOVE WS-NOW-TS TO INCMAST-T-ACK-TS(WS-INC-HIT).

            DISPLAY "ACKNOWLEDGED " WS-KEY-RUN-ID " IDX " WS-KEY-IDX
                    " BY " WS-OPER-ID.
            MOVE "INCACK" TO WS-LOG-STATUS.
            PERFORM P3900-CARD-APPLIED THRU P3909-EXIT.

       P3209-EXIT.
           EXIT.

      **************************************************************
      ** APPLY AN "ASSIGN runid idx operid assignee" CARD TO AN
      ** INCIDENT NOT YET CLOSED.  A LATER ASSIGN REPLACES AN
      ** EARLIER ONE - THE TRAIL KEEPS EVERY HAND-OFF.
      **************************************************************
       P3300-APPLY-ASSIGN.

            PERFORM P3100-CHECK-CARD-KEY THRU P3109-EXIT.
            IF WS-CARD-OP4 = SPACES OR WS-CARD-OP4(9:12) NOT = SPACES
               MOVE "Y" TO WS-CARD-BAD
            END-IF.
            IF WS-CARD-BAD = "N"
               IF INCMAST-T-STATE(WS-INC-HIT) = "CLOSED"
                  DISPLAY "ASSIGN REFUSED - INCIDENT IS CLOSED"
                  MOVE "Y" TO WS-CARD-BAD
               END-IF
            END-IF.

            IF WS-CARD-BAD = "Y"
               DISPLAY "ASSIGN CARD SKIPPED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               ADD 1 TO WS-CARDS-BAD
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P3309-EXIT
            END-IF.

            MOVE WS-CARD-OP4(1:8) TO INCMAST-T-ASSIGNEE(WS-INC-HIT).

            DISPLAY "ASSIGNED " WS-KEY-RUN-ID " IDX " WS-KEY-IDX
                    " TO " WS-CARD-OP4(1:8) " BY " WS-OPER-ID.
            MOVE "INCASSGN" TO WS-LOG-STATUS.
            PERFORM P3900-CARD-APPLIED THRU P3909-EXIT.

       P3309-EXIT.
           EXIT.

      **************************************************************
      ** APPLY A "NOTE runid idx operid text" CARD.  NOTES ARE
      ** ACCEPTED IN ANY STATE; THE TEXT ITSELF LIVES ON SYSCMDLOG.
      **************************************************************
       P3400-APPLY-NOTE.

            PERFORM P3100-CHECK-CARD-KEY THRU P3109-EXIT.
            IF WS-CARD-REST = SPACES
               MOVE "Y" TO WS-CARD-BAD
            END-IF.

            IF WS-CARD-BAD = "Y"
               DISPLAY "NOTE CARD SKIPPED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               ADD 1 TO WS-CARDS-BAD
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P3409-EXIT
            END-IF.

            IF INCMAST-T-NOTES(WS-INC-HIT) < 999
               ADD 1 TO INCMAST-T-NOTES(WS-INC-HIT)
            END-IF.

            DISPLAY "NOTED " WS-KEY-RUN-ID " IDX " WS-KEY-IDX
                    " BY " WS-OPER-ID.
            MOVE "INCNOTE" TO WS-LOG-STATUS.
            PERFORM P3900-CARD-APPLIED THRU P3909-EXIT.

       P3409-EXIT.
           EXIT.

      **************************************************************
      ** APPLY A "CLOSE runid idx operid [text]" CARD.
      **************************************************************
       P3500-APPLY-CLOSE.

            PERFORM P3100-CHECK-CARD-KEY THRU P3109-EXIT.
            IF WS-CARD-BAD = "N"
               IF INCMAST-T-STATE(WS-INC-HIT) = "CLOSED"
                  DISPLAY "CLOSE REFUSED - ALREADY CLOSED BY "
                          INCMAST-T-CLOSE-BY(WS-INC-HIT)
                  MOVE "Y" TO WS-CARD-BAD
               END-IF
            END-IF.

            IF WS-CARD-BAD = "Y"
               DISPLAY "CLOSE CARD SKIPPED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               ADD 1 TO WS-CARDS-BAD
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P3509-EXIT
            END-IF.

            MOVE "CLOSED" TO INCMAST-T-STATE(WS-INC-HIT).
            MOVE WS-OPER-ID TO INCMAST-T-CLOSE-BY(WS-INC-HIT).
            MOVE WS-NOW-TS TO INCMAST-T-CLOSE-TS(WS-INC-HIT).

            DISPLAY "CLOSED " WS-KEY-RUN-ID " IDX " WS-KEY-IDX
                    " BY " WS-OPER-ID.
            MOVE "INCCLOSE" TO WS-LOG-STATUS.
            PERFORM P3900-CARD-APPLIED THRU P3909-EXIT.

       P3509-EXIT.
           EXIT.

      **************************************************************
      ** COUNT AN APPLIED CARD AND PUT IT ON THE AUDIT TRAIL.
      **************************************************************
       P3900-CARD-APPLIED.

            ADD 1 TO WS-CARDS-APPLIED.
            ADD 1 TO WS-CHANGES.
            MOVE WS-CARD-LINE TO WS-LOG-TEXT.
            PERFORM P5000-WRITE-AUDIT-LOG THRU P5009-EXIT.

       P3909-EXIT.
           EXIT.

      **************************************************************
      ** CLOSE EVERY INCIDENT NOT YET CLOSED WHOSE JOB HAS SINCE HAD
      ** A CLEAN RUN: A RUNLEDG TRAILER WITH FAILS=0 FOR A RUN OF
      ** THE SAME JOB THAT STARTED AFTER THE INCIDENT'S RUN.  THE
      ** JOB OF AN INCIDENT IS LEARNT FROM ITS RUN'S HEADER.
      **************************************************************
       P4000-AUTO-CLOSE.

            MOVE SPACES TO WS-OLDEST-OPEN.
            PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                    UNTIL WS-INC-IDX > INCMAST-CNT
               IF INCMAST-T-STATE(WS-INC-IDX) NOT = "CLOSED"
                  IF WS-OLDEST-OPEN = SPACES
                        OR INCMAST-T-RUN-ID(WS-INC-IDX)
                           < WS-OLDEST-OPEN
                     MOVE INCMAST-T-RUN-ID(WS-INC-IDX)
                          TO WS-OLDEST-OPEN
                  END-IF
               END-IF
            END-PERFORM.

            IF WS-OLDEST-OPEN = SPACES
               GO TO P4009-EXIT
            END-IF.

            OPEN INPUT RUNLEDG-FILE.
            IF RUNLEDG-FILE-STATUS NOT = "00"
               DISPLAY "RUNLEDG NOT PRESENT - NO AUTOMATIC CLOSE"
               GO TO P4009-EXIT
            END-IF.

            MOVE 0 TO WS-LR-CNT.
            MOVE 1 TO WS-LR-NEXT.
            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ RUNLEDG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE RUNLEDG-REC(1:4)
                          WHEN "HDR "
                             PERFORM P4100-TAKE-HEADER
                                         THRU P4109-EXIT
                          WHEN "TRL "
                             PERFORM P4200-TAKE-TRAILER
                                         THRU P4209-EXIT
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
               END-READ
            END-PERFORM.

            CLOSE RUNLEDG-FILE.

       P4009-EXIT.
           EXIT.

      **************************************************************
      ** A RUNLEDG HEADER: NAME THE JOB OF ANY INCIDENT RAISED BY
      ** THIS RUN, AND REMEMBER THE RUN IF IT IS LATER THAN THE
      ** OLDEST INCIDENT STILL NOT CLOSED.
      **************************************************************
       P4100-TAKE-HEADER.

            MOVE SPACES TO WS-F-DUMMY WS-F-RUN WS-F-JOB WS-F-PARM.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "HDR RUN=" OR " JOB=" OR " PARM="
                INTO WS-F-DUMMY WS-F-RUN WS-F-JOB WS-F-PARM
            END-UNSTRING.

            IF WS-F-RUN(1:14) < WS-OLDEST-OPEN
               GO TO P4109-EXIT
            END-IF.

            PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                    UNTIL WS-INC-IDX > INCMAST-CNT
               IF INCMAST-T-RUN-ID(WS-INC-IDX) = WS-F-RUN(1:14)
                     AND INCMAST-T-JOB(WS-INC-IDX) = SPACES
                  MOVE WS-F-JOB(1:8) TO INCMAST-T-JOB(WS-INC-IDX)
                  ADD 1 TO WS-CHANGES
               END-IF
            END-PERFORM.

            MOVE WS-F-RUN(1:14) TO WS-LR-RUN-ID(WS-LR-NEXT).
            MOVE WS-F-JOB(1:8) TO WS-LR-JOB(WS-LR-NEXT).
            IF WS-LR-CNT < 500
               ADD 1 TO WS-LR-CNT
            END-IF.
            IF WS-LR-NEXT >= 500
               MOVE 1 TO WS-LR-NEXT
            ELSE
               ADD 1 TO WS-LR-NEXT
            END-IF.

       P4109-EXIT.
           EXIT.

      **************************************************************
      ** A RUNLEDG TRAILER: WHEN THE RUN ENDED CLEAN, CLOSE EVERY
      ** INCIDENT OF ITS JOB RAISED BY AN EARLIER RUN - AND RAISED
      ** (OR REOPENED) BEFORE THIS RUN STARTED.
      **************************************************************
       P4200-TAKE-TRAILER.

            MOVE SPACES TO WS-F-DUMMY WS-F-RUN WS-F-END WS-F-CMDS
                           WS-F-FAILS WS-F-WORST.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "TRL RUN=" OR " END=" OR " CMDS="
                    OR " FAILS=" OR " WORSTRC=" OR " RESUME="
                INTO WS-F-DUMMY WS-F-RUN WS-F-END WS-F-CMDS
                     WS-F-FAILS WS-F-WORST
            END-UNSTRING.

            IF WS-F-FAILS(1:3) IS NOT NUMERIC
               GO TO P4209-EXIT
            END-IF.
            IF WS-F-FAILS(1:3) NOT = "000"
               GO TO P4209-EXIT
            END-IF.

            MOVE 0 TO WS-LR-HIT.
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                    UNTIL WS-LR-IDX > WS-LR-CNT
                       OR WS-LR-HIT > 0
               IF WS-LR-RUN-ID(WS-LR-IDX) = WS-F-RUN(1:14)
                  MOVE WS-LR-IDX TO WS-LR-HIT
               END-IF
            END-PERFORM.
            IF WS-LR-HIT = 0
               GO TO P4209-EXIT
            END-IF.

            MOVE WS-F-RUN(1:14) TO WS-CLEAN-RUN-ID.
            MOVE WS-LR-JOB(WS-LR-HIT) TO WS-CLEAN-JOB.

            PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                    UNTIL WS-INC-IDX > INCMAST-CNT
               IF INCMAST-T-STATE(WS-INC-IDX) NOT = "CLOSED"
                     AND INCMAST-T-JOB(WS-INC-IDX) = WS-CLEAN-JOB
                     AND INCMAST-T-RUN-ID(WS-INC-IDX)
                         < WS-CLEAN-RUN-ID
                     AND INCMAST-T-RAISED(WS-INC-IDX)
                         < WS-CLEAN-RUN-ID
                  PERFORM P4300-CLOSE-AUTO THRU P4309-EXIT
               END-IF
            END-PERFORM.

       P4209-EXIT.
           EXIT.

      **************************************************************
      ** CLOSE INCIDENT WS-INC-IDX ON BEHALF OF THE CLEAN RERUN.
      **************************************************************
       P4300-CLOSE-AUTO.

            MOVE "CLOSED" TO INCMAST-T-STATE(WS-INC-IDX).
            MOVE "AUTO" TO INCMAST-T-CLOSE-BY(WS-INC-IDX).
            MOVE WS-NOW-TS TO INCMAST-T-CLOSE-TS(WS-INC-IDX).
            ADD 1 TO WS-AUTO-CLOSED.
            ADD 1 TO WS-CHANGES.

            DISPLAY "AUTO-CLOSED " INCMAST-T-RUN-ID(WS-INC-IDX)
                    " IDX " INCMAST-T-IDX(WS-INC-IDX)
                    " - CLEAN RUN " WS-CLEAN-RUN-ID
                    " OF " WS-CLEAN-JOB.

            MOVE SPACES TO WS-LOG-TEXT.
            STRING "CLOSE " DELIMITED BY SIZE
                   INCMAST-T-RUN-ID(WS-INC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INCMAST-T-IDX(WS-INC-IDX) DELIMITED BY SIZE
                   " AUTO CLEAN RUN=" DELIMITED BY SIZE
                   WS-CLEAN-RUN-ID DELIMITED BY SIZE
                   " JOB=" DELIMITED BY SIZE
                   WS-CLEAN-JOB DELIMITED BY SPACE
                   INTO WS-LOG-TEXT
            END-STRING.
            MOVE "INCAUTO" TO WS-LOG-STATUS.
            PERFORM P5000-WRITE-AUDIT-LOG THRU P5009-EXIT.

       P4309-EXIT.
           EXIT.

      **************************************************************
      ** APPEND ONE LINE TO THE PERMANENT SYSCMDLOG AUDIT TRAIL FOR
      ** THE INCIDENT ACTION JUST TAKEN, IN THE SAME FIELD STYLE
      ** THE EXECUTORS WRITE SO SYSCMDRP CAN FOLD IT IN.
      **************************************************************
       P5000-WRITE-AUDIT-LOG.

            OPEN EXTEND SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS = "35"
               OPEN OUTPUT SYSCMDLOG-FILE
            END-IF.

            IF SYSCMDLOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSCMDLOG - FILE STATUS: "
                       SYSCMDLOG-FILE-STATUS
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P5009-EXIT
            END-IF.

            MOVE SPACES TO SYSCMDLOG-REC.
            STRING "IDX=000 START=" DELIMITED BY SIZE
                   WS-NOW-TS DELIMITED BY SIZE
                   " END=" DELIMITED BY SIZE
                   WS-NOW-TS DELIMITED BY SIZE
                   " ELAPSED=0 RC=0000 STATUS=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOG-STATUS) DELIMITED BY SIZE
                   " TRY=001 ARCH=- CMD=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOG-TEXT)(1:80)
                       DELIMITED BY SIZE
                   INTO SYSCMDLOG-REC
            END-STRING.

            MOVE "L" TO CHAIN-FUNCTION.
            MOVE SYSCMDLOG-REC TO CHAIN-DATA.
            CALL "SYSCMDCH" USING CHAIN-PARM.
            MOVE CHAIN-AREA TO SYSCMDLOG-CHAIN.
            WRITE SYSCMDLOG-CHAINED.
            CLOSE SYSCMDLOG-FILE.

       P5009-EXIT.
           EXIT.

      **************************************************************
      ** REWRITE THE INCMAST MASTER FROM THE IN-CORE TABLE WITH A
      ** HEADER COMMENT CARRYING THE REWRITE TIMESTAMP AND THE
      ** CONTROL LINE.  INCIDENTS CLOSED MORE THAN 90 DAYS AGO ARE
      ** AGED OFF - THEIR TRAIL STAYS ON SYSCMDLOG.
      **************************************************************
       P6000-REWRITE-INCMAST.

            OPEN OUTPUT INCMAST-FILE.
            IF INCMAST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE INCMAST - FILE STATUS: "
                       INCMAST-FILE-STATUS
               MOVE 16 TO SAVED-RETURN-CODE
               GO TO P6009-EXIT
            END-IF.

            MOVE SPACES TO INCMAST-IN-REC.
            STRING "* ALERT INCIDENT MASTER - REWRITTEN "
                       DELIMITED BY SIZE
                   WS-NOW-TS DELIMITED BY SIZE
                   " BY SYSCMDIC" DELIMITED BY SIZE
                   INTO INCMAST-IN-REC.
            WRITE INCMAST-IN-REC.

            MOVE SPACES TO INCMAST-RECORD.
            MOVE "CTL " TO INCMAST-CTL-TAG.
            MOVE "ALERTS=" TO INCMAST-CTL-LABEL.
            MOVE INCMAST-ALERTS-TAKEN TO INCMAST-CTL-ALERTS.
            MOVE INCMAST-RECORD TO INCMAST-IN-REC.
            WRITE INCMAST-IN-REC.

            MOVE 0 TO WS-INC-KEPT WS-INC-DROPPED.
            PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                    UNTIL WS-INC-IDX > INCMAST-CNT
               MOVE 0 TO WS-DROP-DAYS
               IF INCMAST-T-STATE(WS-INC-IDX) = "CLOSED"
                     AND INCMAST-T-CLOSE-TS(WS-INC-IDX)(1:8)
                         IS NUMERIC
                  COMPUTE WS-DROP-DAYS =
                      FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(WS-TODAY-DATE))
                    - FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(
                          INCMAST-T-CLOSE-TS(WS-INC-IDX)(1:8)))
               END-IF
               IF WS-DROP-DAYS > 90
                  ADD 1 TO WS-INC-DROPPED
               ELSE
                  PERFORM P6100-WRITE-INCIDENT THRU P6109-EXIT
               END-IF
            END-PERFORM.

            CLOSE INCMAST-FILE.
            DISPLAY "INCMAST REWRITTEN - INCIDENTS: " WS-INC-KEPT.

       P6009-EXIT.
           EXIT.

      **************************************************************
      ** WRITE TABLE ENTRY WS-INC-IDX AS ONE INCMAST LINE.
      **************************************************************
       P6100-WRITE-INCIDENT.

            MOVE SPACES TO INCMAST-RECORD.
            MOVE INCMAST-T-RUN-ID(WS-INC-IDX) TO INCMAST-RUN-ID.
            MOVE INCMAST-T-IDX(WS-INC-IDX) TO INCMAST-IDX.
            MOVE INCMAST-T-STATE(WS-INC-IDX) TO INCMAST-STATE.
            MOVE INCMAST-T-TAG(WS-INC-IDX) TO INCMAST-TAG.
            MOVE INCMAST-T-RC(WS-INC-IDX) TO INCMAST-RC.
            MOVE INCMAST-T-RAISED(WS-INC-IDX) TO INCMAST-RAISED.
            MOVE INCMAST-T-ALERTS(WS-INC-IDX) TO INCMAST-ALERTS.
            MOVE INCMAST-T-JOB(WS-INC-IDX) TO INCMAST-JOB.
            MOVE INCMAST-T-ACK-BY(WS-INC-IDX) TO INCMAST-ACK-BY.
            MOVE INCMAST-T-ACK-TS(WS-INC-IDX) TO INCMAST-ACK-TS.
            MOVE INCMAST-T-ASSIGNEE(WS-INC-IDX) TO INCMAST-ASSIGNEE.
            MOVE INCMAST-T-CLOSE-BY(WS-INC-IDX) TO INCMAST-CLOSE-BY.
            MOVE INCMAST-T-CLOSE-TS(WS-INC-IDX) TO INCMAST-CLOSE-TS.
            MOVE INCMAST-T-NOTES(WS-INC-IDX) TO INCMAST-NOTES.
            MOVE INCMAST-T-CMD(WS-INC-IDX) TO INCMAST-CMD.
            MOVE INCMAST-RECORD TO INCMAST-IN-REC.
            WRITE INCMAST-IN-REC.
            ADD 1 TO WS-INC-KEPT.

       P6109-EXIT.
           EXIT.

      **************************************************************
      ** AGING REPORT: EVERY UNACKNOWLEDGED INCIDENT, THEN EVERY
      ** ACKNOWLEDGED ONE NOT YET CLOSED, WITH ITS AGE IN HOURS
      ** SINCE THE FIRST ALERT, AND A COUNT BY AGE BAND.
      **************************************************************
       P7000-AGING-REPORT.

            MOVE WS-NOW-TS TO WS-TS-WORK.
            PERFORM P8000-TS-TO-SECS THRU P8009-EXIT.
            MOVE WS-TS-SECS TO WS-NOW-SECS.

            PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                    UNTIL WS-ROW-IDX > 2
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 4
                  MOVE 0 TO WS-BAND-CNT(WS-ROW-IDX, WS-BAND-IDX)
               END-PERFORM
            END-PERFORM.

            DISPLAY "=================================================".
            DISPLAY "SYSCMDIC - INCIDENT AGING REPORT  " WS-NOW-TS.
            DISPLAY "=================================================".

            DISPLAY "UNACKNOWLEDGED INCIDENTS".
            DISPLAY "RUN ID         IDX TAG      JOB      RAISED      "
                    "  AGE(H) ASSIGNEE ALERTS COMMAND".
            MOVE "OPEN" TO WS-RPT-STATE.
            MOVE 1 TO WS-ROW-IDX.
            PERFORM P7100-LIST-STATE THRU P7109-EXIT.

            DISPLAY "-------------------------------------------------".
            DISPLAY "ACKNOWLEDGED, NOT YET CLOSED".
            DISPLAY "RUN ID         IDX TAG      JOB      RAISED      "
                    "  AGE(H) ASSIGNEE ACK BY   COMMAND".
            MOVE "ACK" TO WS-RPT-STATE.
            MOVE 2 TO WS-ROW-IDX.
            PERFORM P7100-LIST-STATE THRU P7109-EXIT.

            DISPLAY "=================================================".
            DISPLAY "AGE BAND        UNDER 4H  4H-24H   1D-3D OVER 3D".
            DISPLAY "UNACKNOWLEDGED  "
                    WS-BAND-CNT(1, 1) "   " WS-BAND-CNT(1, 2) "   "
                    WS-BAND-CNT(1, 3) "   " WS-BAND-CNT(1, 4).
            DISPLAY "ACKNOWLEDGED    "
                    WS-BAND-CNT(2, 1) "   " WS-BAND-CNT(2, 2) "   "
                    WS-BAND-CNT(2, 3) "   " WS-BAND-CNT(2, 4).
            DISPLAY "=================================================".

       P7009-EXIT.
           EXIT.

      **************************************************************
      ** LIST THE INCIDENTS IN STATE WS-RPT-STATE AND COUNT THEM
      ** INTO BAND ROW WS-ROW-IDX.
      **************************************************************
       P7100-LIST-STATE.

            MOVE 0 TO WS-RPT-LINES.
            PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                    UNTIL WS-INC-IDX > INCMAST-CNT
               IF INCMAST-T-STATE(WS-INC-IDX) = WS-RPT-STATE
                  ADD 1 TO WS-RPT-LINES
                  MOVE INCMAST-T-RAISED(WS-INC-IDX) TO WS-TS-WORK
                  PERFORM P8000-TS-TO-SECS THRU P8009-EXIT
                  IF WS-NOW-SECS > WS-TS-SECS
                     COMPUTE WS-AGE-HOURS =
                         (WS-NOW-SECS - WS-TS-SECS) / 3600
                  ELSE
                     MOVE 0 TO WS-AGE-HOURS
                  END-IF
                  EVALUATE TRUE
                     WHEN WS-AGE-HOURS < 4
                        MOVE 1 TO WS-AGE-BAND
                     WHEN WS-AGE-HOURS < 24
                        MOVE 2 TO WS-AGE-BAND
                     WHEN WS-AGE-HOURS < 72
                        MOVE 3 TO WS-AGE-BAND
                     WHEN OTHER
                        MOVE 4 TO WS-AGE-BAND
                  END-EVALUATE
                  ADD 1 TO WS-BAND-CNT(WS-ROW-IDX, WS-AGE-BAND)
                  MOVE WS-AGE-HOURS TO WS-E-AGE
                  IF WS-ROW-IDX = 1
                     DISPLAY INCMAST-T-RUN-ID(WS-INC-IDX) " "
                             INCMAST-T-IDX(WS-INC-IDX) " "
                             INCMAST-T-TAG(WS-INC-IDX) " "
                             INCMAST-T-JOB(WS-INC-IDX) " "
                             INCMAST-T-RAISED(WS-INC-IDX)(1:12) " "
                             WS-E-AGE " "
                             INCMAST-T-ASSIGNEE(WS-INC-IDX) " "
                             INCMAST-T-ALERTS(WS-INC-IDX) "    "
                             INCMAST-T-CMD(WS-INC-IDX)(1:30)
                  ELSE
                     DISPLAY INCMAST-T-RUN-ID(WS-INC-IDX) " "
                             INCMAST-T-IDX(WS-INC-IDX) " "
                             INCMAST-T-TAG(WS-INC-IDX) " "
                             INCMAST-T-JOB(WS-INC-IDX) " "
                             INCMAST-T-RAISED(WS-INC-IDX)(1:12) " "
                             WS-E-AGE " "
                             INCMAST-T-ASSIGNEE(WS-INC-IDX) " "
                             INCMAST-T-ACK-BY(WS-INC-IDX) " "
                             INCMAST-T-CMD(WS-INC-IDX)(1:30)
                  END-IF
               END-IF
            END-PERFORM.

            IF WS-RPT-LINES = 0
               DISPLAY "  (NONE)"
            END-IF.

       P7109-EXIT.
           EXIT.

      **************************************************************
      ** CONVERT THE YYYYMMDDHHMMSS TIMESTAMP IN WS-TS-WORK TO
      ** SECONDS IN WS-TS-SECS.
      **************************************************************
       P8000-TS-TO-SECS.

            MOVE 0 TO WS-TS-SECS.
            IF WS-TS-WORK IS NOT NUMERIC
               GO TO P8009-EXIT
            END-IF.

            COMPUTE WS-TS-SECS =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-TS-WORK(1:8))) * 86400
              + FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
              + FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
              + FUNCTION NUMVAL(WS-TS-WORK(13:2)).

       P8009-EXIT.
           EXIT.
