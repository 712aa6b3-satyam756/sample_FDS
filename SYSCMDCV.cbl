       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDCV.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: AUDIT CHAIN VERIFIER, FOR THE SCHEDULED
      *     INTEGRITY CHECK.  WALKS SYSCMDLOG AND RUNLEDG FROM TOP
      *     TO BOTTOM AND CHECKS EVERY LINE'S CHAIN AREA (SEQ/PREV/
      *     HASH, SEE SYSCMDCH): A RECORD WHOSE HASH NO LONGER
      *     MATCHES ITS DATA WAS ALTERED, A SEQUENCE NUMBER THAT DOES
      *     NOT FOLLOW ON IS A GAP (LINES DELETED OR INSERTED), A
      *     PREV THAT IS NOT THE HASH OF THE LINE ABOVE IS A BROKEN
      *     LINK.  THE FIRST CHAINED LINE MUST BE SEQ 1 WITH AN
      *     ALL-ZERO PREV, OR (SYSCMDLOG) THE CHAIN-BREAK MARKER
      *     SYSCMDHK WRITES WHEN IT REWRITES THE LOG - ANYTHING ELSE
      *     MEANS THE TOP OF THE FILE WAS REMOVED.  LINES WRITTEN
      *     BEFORE THE CHAIN EXISTED ARE ACCEPTED AHEAD OF THE FIRST
      *     CHAINED LINE ONLY.  EACH FILE'S LAST SEQ AND HASH ARE
      *     PRINTED SO SUCCESSIVE CHECKS CAN BE COMPARED (A FILE CUT
      *     SHORT AT THE BOTTOM LEAVES A CHAIN THAT IS STILL WHOLE).
      *     RC 0 WHEN BOTH FILES ARE INTACT, RC 8 ON ANY FAULT OR
      *     WHEN A FILE CANNOT BE READ.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSCMDLOG-FILE ASSIGN TO "SYSCMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSCMDLOG-FILE-STATUS.
           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLEDG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       FD  RUNLEDG-FILE
           LABEL RECORDS STANDARD.
       01  RUNLEDG-REC                    PIC X(200).
       01  RUNLEDG-CHAINED.
           05  FILLER                     PIC X(200).
           05  RUNLEDG-CHAIN              PIC X(100).

       WORKING-STORAGE SECTION.

       01 SYSCMDLOG-FILE-STATUS        PIC X(02) VALUE SPACES.
       01 RUNLEDG-FILE-STATUS          PIC X(02) VALUE SPACES.

       01 WS-VARIABLES.
          05 WS-EOF                   PIC X(01) VALUE "N".
          05 WS-FILE-NAME             PIC X(09) VALUE SPACES.
          05 WS-WAS-STARTED           PIC X(01) VALUE "N".
          05 WS-EXPECT-SEQ            PIC 9(09) VALUE 0.
          05 WS-IS-MARKER             PIC X(01) VALUE "N".
          05 WS-MARKER-POS            PIC 9(04) VALUE 0.
          05 WS-GENESIS-HASH          PIC X(20) VALUE ALL "0".
          05 WS-FAULT-TEXT            PIC X(40) VALUE SPACES.
          05 WS-SHOW-LIMIT            PIC 9(03) VALUE 200.
          05 WS-TOTAL-FAULTS          PIC 9(07) VALUE 0.

      *    COUNTS FOR THE FILE BEING WALKED.
       01 WS-FILE-COUNTS.
          05 WS-LINES                 PIC 9(07).
          05 WS-LEGACY                PIC 9(07).
          05 WS-CHAINED               PIC 9(07).
          05 WS-ALTERED               PIC 9(07).
          05 WS-GAPS                  PIC 9(07).
          05 WS-BROKEN                PIC 9(07).
          05 WS-UNCHAINED             PIC 9(07).
          05 WS-UNREADABLE            PIC 9(07).
          05 WS-HEAD-FAULT            PIC 9(07).
          05 WS-FAULTS                PIC 9(07).
          05 WS-FIRST-SEQ             PIC 9(09).
          05 WS-ANCHOR-TEXT           PIC X(40).

       COPY CHAINF.

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: VERIFY EACH FILE IN TURN, THEN SET THE RC.
      **************************************************************
            DISPLAY "=================================================".
            DISPLAY "SYSCMDCV - AUDIT CHAIN VERIFICATION".
            DISPLAY "=================================================".

            PERFORM P1000-VERIFY-LOG THRU P1009-EXIT.
            PERFORM P2000-VERIFY-LEDGER THRU P2009-EXIT.

            IF WS-TOTAL-FAULTS > 0
               DISPLAY "AUDIT CHAIN CHECK FAILED - FAULTS: "
                       WS-TOTAL-FAULTS
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "AUDIT CHAIN CHECK PASSED"
               MOVE 0 TO RETURN-CODE
            END-IF.
            DISPLAY "=================================================".

            GOBACK.

      **************************************************************
      ** WALK SYSCMDLOG.
      **************************************************************
       P1000-VERIFY-LOG.

            MOVE "SYSCMDLOG" TO WS-FILE-NAME.
            PERFORM P3000-START-FILE THRU P3009-EXIT.

            OPEN INPUT SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSCMDLOG - FILE STATUS: "
                       SYSCMDLOG-FILE-STATUS
               ADD 1 TO WS-TOTAL-FAULTS
               GO TO P1009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO SYSCMDLOG-CHAINED
               READ SYSCMDLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SYSCMDLOG-REC TO CHAIN-DATA
                       MOVE SYSCMDLOG-CHAIN TO CHAIN-AREA
                       PERFORM P3100-CHECK-RECORD THRU P3109-EXIT
               END-READ
            END-PERFORM.

            CLOSE SYSCMDLOG-FILE.

            PERFORM P3900-FILE-SUMMARY THRU P3909-EXIT.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** WALK RUNLEDG.
      **************************************************************
       P2000-VERIFY-LEDGER.

            MOVE "RUNLEDG" TO WS-FILE-NAME.
            PERFORM P3000-START-FILE THRU P3009-EXIT.

            OPEN INPUT RUNLEDG-FILE.
            IF RUNLEDG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RUNLEDG - FILE STATUS: "
                       RUNLEDG-FILE-STATUS
               ADD 1 TO WS-TOTAL-FAULTS
               GO TO P2009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO RUNLEDG-CHAINED
               READ RUNLEDG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RUNLEDG-REC TO CHAIN-DATA
                       MOVE RUNLEDG-CHAIN TO CHAIN-AREA
                       PERFORM P3100-CHECK-RECORD THRU P3109-EXIT
               END-READ
            END-PERFORM.

            CLOSE RUNLEDG-FILE.

            PERFORM P3900-FILE-SUMMARY THRU P3909-EXIT.

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** RESET THE CHAIN STATE AND COUNTS FOR THE NEXT FILE.
      **************************************************************
       P3000-START-FILE.

            INITIALIZE WS-FILE-COUNTS.
            MOVE "N" TO CHAIN-STARTED.
            MOVE 0 TO CHAIN-LAST-SEQ.
            MOVE SPACES TO CHAIN-LAST-HASH.

            DISPLAY "VERIFYING " WS-FILE-NAME.

       P3009-EXIT.
           EXIT.

      **************************************************************
      ** CHECK ONE LINE (DATA IN CHAIN-DATA, CHAIN AREA IN
      ** CHAIN-AREA) AND REPORT ANY FAULT WITH ITS LINE NUMBER.
      **************************************************************
       P3100-CHECK-RECORD.

            ADD 1 TO WS-LINES.
            MOVE CHAIN-STARTED TO WS-WAS-STARTED.
            COMPUTE WS-EXPECT-SEQ = CHAIN-LAST-SEQ + 1.

            MOVE "V" TO CHAIN-FUNCTION.
            CALL "SYSCMDCH" USING CHAIN-PARM.

            IF CHAIN-RESULT = "N"
               IF WS-WAS-STARTED = "Y"
                  ADD 1 TO WS-UNCHAINED
                  MOVE "LINE WITHOUT A CHAIN AREA" TO WS-FAULT-TEXT
                  PERFORM P3500-REPORT-FAULT THRU P3509-EXIT
               ELSE
                  ADD 1 TO WS-LEGACY
               END-IF
               GO TO P3109-EXIT
            END-IF.

            IF CHAIN-RESULT = "B"
               ADD 1 TO WS-UNREADABLE
               MOVE "CHAIN AREA NOT READABLE" TO WS-FAULT-TEXT
               PERFORM P3500-REPORT-FAULT THRU P3509-EXIT
               GO TO P3109-EXIT
            END-IF.

            ADD 1 TO WS-CHAINED.

            IF WS-WAS-STARTED NOT = "Y"
               PERFORM P3200-CHECK-HEAD THRU P3209-EXIT
            END-IF.

            IF CHAIN-ALTERED = "Y"
               ADD 1 TO WS-ALTERED
               MOVE "ALTERED RECORD - HASH DOES NOT MATCH"
                    TO WS-FAULT-TEXT
               PERFORM P3500-REPORT-FAULT THRU P3509-EXIT
            END-IF.
            IF CHAIN-GAP = "Y"
               ADD 1 TO WS-GAPS
               MOVE SPACES TO WS-FAULT-TEXT
               STRING "SEQUENCE GAP - EXPECTED " DELIMITED BY SIZE
                      WS-EXPECT-SEQ DELIMITED BY SIZE
                      INTO WS-FAULT-TEXT
               END-STRING
               PERFORM P3500-REPORT-FAULT THRU P3509-EXIT
            END-IF.
            IF CHAIN-BROKEN = "Y"
               ADD 1 TO WS-BROKEN
               MOVE "BROKEN LINK - PREV IS NOT LAST HASH"
                    TO WS-FAULT-TEXT
               PERFORM P3500-REPORT-FAULT THRU P3509-EXIT
            END-IF.

       P3109-EXIT.
           EXIT.

      **************************************************************
      ** THE FIRST CHAINED LINE OF A FILE: IT MUST START A CHAIN
      ** (SEQ 1, ALL-ZERO PREV) OR BE A SYSCMDHK CHAIN-BREAK MARKER.
      **************************************************************
       P3200-CHECK-HEAD.

            MOVE CHAIN-SEQ TO WS-FIRST-SEQ.

            IF CHAIN-SEQ = 1 AND CHAIN-PREV = WS-GENESIS-HASH
               MOVE "CHAIN STARTS AT SEQ 1" TO WS-ANCHOR-TEXT
               GO TO P3209-EXIT
            END-IF.

            MOVE "N" TO WS-IS-MARKER.
            IF WS-FILE-NAME = "SYSCMDLOG"
                  AND CHAIN-DATA(1:8) = "IDX=000 "
               MOVE 0 TO WS-MARKER-POS
               INSPECT CHAIN-DATA TALLYING WS-MARKER-POS
                   FOR ALL " STATUS=CHAINBRK "
               IF WS-MARKER-POS > 0
                  MOVE "Y" TO WS-IS-MARKER
               END-IF
            END-IF.

            IF WS-IS-MARKER = "Y"
               MOVE "RE-ANCHORED BY SYSCMDHK MARKER"
                    TO WS-ANCHOR-TEXT
               DISPLAY "  CHAIN RE-ANCHORED AT SEQ " CHAIN-SEQ
                       " - PRIOR CHAIN ENDED WITH HASH " CHAIN-PREV
               GO TO P3209-EXIT
            END-IF.

            MOVE "HEAD OF CHAIN MISSING" TO WS-ANCHOR-TEXT.
            ADD 1 TO WS-HEAD-FAULT.
            MOVE "FIRST CHAINED LINE DOES NOT START CHAIN"
                 TO WS-FAULT-TEXT.
            PERFORM P3500-REPORT-FAULT THRU P3509-EXIT.

       P3209-EXIT.
           EXIT.

      **************************************************************
      ** COUNT A FAULT AND REPORT IT (THE FIRST WS-SHOW-LIMIT ONLY -
      ** A FILE THAT IS BADLY DAMAGED NEED NOT FLOOD THE LISTING).
      **************************************************************
       P3500-REPORT-FAULT.

            ADD 1 TO WS-FAULTS.
            IF WS-FAULTS <= WS-SHOW-LIMIT
               IF CHAIN-RESULT = "Y"
                  DISPLAY "  " FUNCTION TRIM(WS-FILE-NAME)
                          " LINE " WS-LINES " SEQ=" CHAIN-SEQ ": "
                          FUNCTION TRIM(WS-FAULT-TEXT)
               ELSE
                  DISPLAY "  " FUNCTION TRIM(WS-FILE-NAME)
                          " LINE " WS-LINES ": "
                          FUNCTION TRIM(WS-FAULT-TEXT)
               END-IF
            END-IF.

       P3509-EXIT.
           EXIT.

      **************************************************************
      ** PRINT THE FILE'S COUNTS AND ITS VERDICT.
      **************************************************************
       P3900-FILE-SUMMARY.

            DISPLAY "  LINES READ:              " WS-LINES.
            DISPLAY "  LINES BEFORE THE CHAIN:  " WS-LEGACY.
            DISPLAY "  CHAINED LINES:           " WS-CHAINED.
            IF WS-CHAINED > 0
               DISPLAY "  CHAIN HEAD:              SEQ=" WS-FIRST-SEQ
                       " " FUNCTION TRIM(WS-ANCHOR-TEXT)
               DISPLAY "  CHAIN TAIL:              SEQ="
                       CHAIN-LAST-SEQ " HASH=" CHAIN-LAST-HASH
            END-IF.
            DISPLAY "  ALTERED RECORDS:         " WS-ALTERED.
            DISPLAY "  SEQUENCE GAPS:           " WS-GAPS.
            DISPLAY "  BROKEN LINKS:            " WS-BROKEN.
            DISPLAY "  UNCHAINED AFTER START:   " WS-UNCHAINED.
            DISPLAY "  UNREADABLE CHAIN AREAS:  " WS-UNREADABLE.
            IF WS-FAULTS > WS-SHOW-LIMIT
               DISPLAY "  (FIRST " WS-SHOW-LIMIT " FAULTS LISTED)"
            END-IF.
            IF WS-FAULTS > 0
               DISPLAY "  " FUNCTION TRIM(WS-FILE-NAME)
                       " CHAIN BROKEN - FAULTS: "
                       WS-FAULTS
            ELSE
               DISPLAY "  " FUNCTION TRIM(WS-FILE-NAME)
                       " CHAIN INTACT"
            END-IF.
            DISPLAY "-------------------------------------------------".

            ADD WS-FAULTS TO WS-TOTAL-FAULTS.

       P3909-EXIT.
           EXIT.
