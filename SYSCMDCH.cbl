       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDCH.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: AUDIT CHAIN ROUTINE, CALLED BY EVERY PROGRAM
      *     THAT WRITES SYSCMDLOG OR RUNLEDG AND BY THE SYSCMDCV
      *     VERIFIER.  SEALS A RECORD WITH THE NEXT SEQUENCE NUMBER
      *     AND A HASH CHAINED TO THE PREVIOUS RECORD (LOOKING UP THE
      *     FILE'S LAST CHAINED RECORD WHEN ASKED), OR CHECKS A
      *     RECORD AS READ AGAINST THE RECORD BEFORE IT.  THE
      *     INTERFACE AND THE CHAIN AREA LAYOUT ARE IN CHAINF.
      *     THE HASH IS TWO INDEPENDENT 32-BIT POLYNOMIAL SUMS OVER
      *     PREV + SEQ + THE DATA UP TO ITS LAST NON-BLANK, PRINTED
      *     AS 20 DECIMAL DIGITS.
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
          05 WS-TAIL-AREA             PIC X(100) VALUE SPACES.
          05 WS-HASH-BUF              PIC X(629) VALUE SPACES.
          05 WS-HASH-LEN              PIC 9(04) VALUE 0.
          05 WS-HASH-POS              PIC 9(04) VALUE 0.
          05 WS-HASH-ORD              PIC 9(04) VALUE 0.
          05 WS-LANE-1                PIC 9(18) COMP VALUE 0.
          05 WS-LANE-2                PIC 9(18) COMP VALUE 0.
          05 WS-HASH-OUT.
             10 WS-HASH-OUT-1         PIC 9(10).
             10 WS-HASH-OUT-2         PIC 9(10).
          05 WS-GENESIS-HASH          PIC X(20) VALUE ALL "0".

      *    ONE CHAIN AREA AS FOUND ON FILE, FOR THE TAIL LOOK-UP.
       01 WS-FOUND-AREA.
          05 WS-FOUND-SEQ-TAG         PIC X(04).
          05 WS-FOUND-SEQ             PIC X(09).
          05 WS-FOUND-PREV-TAG        PIC X(06).
          05 WS-FOUND-PREV            PIC X(20).
          05 WS-FOUND-HASH-TAG        PIC X(06).
          05 WS-FOUND-HASH            PIC X(20).
          05 FILLER                   PIC X(35).

       LINKAGE SECTION.
       COPY CHAINF.

       PROCEDURE DIVISION USING CHAIN-PARM.

      **************************************************************
      * MAINLINE: DISPATCH ON THE FUNCTION CODE.
      **************************************************************
            EVALUATE TRUE
               WHEN CHAIN-SEAL-LOG
                  PERFORM P1000-FIND-LOG-TAIL THRU P1009-EXIT
                  PERFORM P2000-SEAL-RECORD THRU P2009-EXIT
               WHEN CHAIN-SEAL-LEDGER
                  PERFORM P1100-FIND-LEDGER-TAIL THRU P1109-EXIT
                  PERFORM P2000-SEAL-RECORD THRU P2009-EXIT
               WHEN CHAIN-SEAL-NEXT
                  PERFORM P2000-SEAL-RECORD THRU P2009-EXIT
               WHEN CHAIN-VERIFY
                  PERFORM P3000-VERIFY-RECORD THRU P3009-EXIT
               WHEN OTHER
                  DISPLAY "SYSCMDCH - UNKNOWN FUNCTION: "
                          CHAIN-FUNCTION
                  MOVE SPACES TO CHAIN-AREA
            END-EVALUATE.

            GOBACK.

      **************************************************************
      ** FIND THE LAST CHAINED LINE OF SYSCMDLOG.  A LINE WITH A
      ** BLANK OR UNREADABLE CHAIN AREA IS PASSED OVER - THE NEW
      ** RECORD LINKS TO THE LAST GOOD ONE AND THE VERIFIER REPORTS
      ** THE ODD LINE.  A MISSING OR EMPTY FILE STARTS A NEW CHAIN.
      **************************************************************
       P1000-FIND-LOG-TAIL.

            MOVE "N" TO CHAIN-STARTED.
            MOVE "Y" TO CHAIN-RESULT.

            OPEN INPUT SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS = "35"
               GO TO P1009-EXIT
            END-IF.
            IF SYSCMDLOG-FILE-STATUS NOT = "00"
               DISPLAY "SYSCMDCH - UNABLE TO READ SYSCMDLOG - FILE "
                       "STATUS: " SYSCMDLOG-FILE-STATUS
                       " - RECORD STARTS A NEW CHAIN"
               MOVE "N" TO CHAIN-RESULT
               GO TO P1009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO SYSCMDLOG-CHAINED
               READ SYSCMDLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SYSCMDLOG-CHAIN TO WS-TAIL-AREA
                       PERFORM P1500-TAKE-TAIL THRU P1509-EXIT
               END-READ
            END-PERFORM.

            CLOSE SYSCMDLOG-FILE.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** FIND THE LAST CHAINED LINE OF RUNLEDG, AS ABOVE.
      **************************************************************
       P1100-FIND-LEDGER-TAIL.

            MOVE "N" TO CHAIN-STARTED.
            MOVE "Y" TO CHAIN-RESULT.

            OPEN INPUT RUNLEDG-FILE.
            IF RUNLEDG-FILE-STATUS = "35"
               GO TO P1109-EXIT
            END-IF.
            IF RUNLEDG-FILE-STATUS NOT = "00"
               DISPLAY "SYSCMDCH - UNABLE TO READ RUNLEDG - FILE "
                       "STATUS: " RUNLEDG-FILE-STATUS
                       " - RECORD STARTS A NEW CHAIN"
               MOVE "N" TO CHAIN-RESULT
               GO TO P1109-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO RUNLEDG-CHAINED
               READ RUNLEDG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RUNLEDG-CHAIN TO WS-TAIL-AREA
                       PERFORM P1500-TAKE-TAIL THRU P1509-EXIT
               END-READ
            END-PERFORM.

            CLOSE RUNLEDG-FILE.

       P1109-EXIT.
           EXIT.

      **************************************************************
      ** REMEMBER THE CHAIN AREA IN WS-TAIL-AREA AS THE LAST RECORD
      ** WHEN IT IS READABLE.
      **************************************************************
       P1500-TAKE-TAIL.

            MOVE WS-TAIL-AREA TO WS-FOUND-AREA.
            IF WS-FOUND-SEQ-TAG NOT = "SEQ="
                  OR WS-FOUND-PREV-TAG NOT = " PREV="
                  OR WS-FOUND-HASH-TAG NOT = " HASH="
                  OR WS-FOUND-SEQ IS NOT NUMERIC
               GO TO P1509-EXIT
            END-IF.

            MOVE "Y" TO CHAIN-STARTED.
            MOVE WS-FOUND-SEQ TO CHAIN-LAST-SEQ.
            MOVE WS-FOUND-HASH TO CHAIN-LAST-HASH.

       P1509-EXIT.
           EXIT.

      **************************************************************
      ** SEAL CHAIN-DATA AS THE RECORD AFTER THE LAST ONE: NEXT
      ** SEQUENCE NUMBER, PREVIOUS HASH, NEW HASH.  THE FIRST RECORD
      ** OF A CHAIN IS SEQ 1 WITH AN ALL-ZERO PREVIOUS HASH.
      **************************************************************
       P2000-SEAL-RECORD.

            IF CHAIN-STARTED NOT = "Y"
               MOVE 0 TO CHAIN-LAST-SEQ
               MOVE WS-GENESIS-HASH TO CHAIN-LAST-HASH
            END-IF.

            MOVE SPACES TO CHAIN-AREA.
            MOVE "SEQ=" TO CHAIN-SEQ-TAG.
            MOVE " PREV=" TO CHAIN-PREV-TAG.
            MOVE " HASH=" TO CHAIN-HASH-TAG.
            COMPUTE CHAIN-SEQ = CHAIN-LAST-SEQ + 1.
            MOVE CHAIN-LAST-HASH TO CHAIN-PREV.

            PERFORM P4000-HASH-RECORD THRU P4009-EXIT.
            MOVE WS-HASH-OUT TO CHAIN-HASH.

            MOVE "Y" TO CHAIN-STARTED.
            MOVE CHAIN-SEQ TO CHAIN-LAST-SEQ.
            MOVE CHAIN-HASH TO CHAIN-LAST-HASH.

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** CHECK ONE RECORD AS READ.  THE HASH IS RECOMPUTED FROM THE
      ** RECORD'S OWN PREV + SEQ + DATA (ALTERED WHEN IT DIFFERS);
      ** ONCE A CHAIN HAS STARTED THE SEQUENCE MUST FOLLOW ON (GAP)
      ** AND PREV MUST BE THE LAST RECORD'S HASH (BROKEN LINK).  THE
      ** RECORD THEN BECOMES THE LAST RECORD WHATEVER WAS FOUND, SO
      ** ONE BAD LINE IS REPORTED ONCE AND NOT FOR EVERY LINE AFTER.
      **************************************************************
       P3000-VERIFY-RECORD.

            MOVE "N" TO CHAIN-GAP CHAIN-BROKEN CHAIN-ALTERED.

            IF CHAIN-AREA = SPACES
               MOVE "N" TO CHAIN-RESULT
               GO TO P3009-EXIT
            END-IF.

            MOVE CHAIN-AREA TO WS-FOUND-AREA.
            IF WS-FOUND-SEQ-TAG NOT = "SEQ="
                  OR WS-FOUND-PREV-TAG NOT = " PREV="
                  OR WS-FOUND-HASH-TAG NOT = " HASH="
                  OR WS-FOUND-SEQ IS NOT NUMERIC
               MOVE "B" TO CHAIN-RESULT
               GO TO P3009-EXIT
            END-IF.

            MOVE "Y" TO CHAIN-RESULT.

            PERFORM P4000-HASH-RECORD THRU P4009-EXIT.
            IF WS-HASH-OUT NOT = CHAIN-HASH
               MOVE "Y" TO CHAIN-ALTERED
            END-IF.

            IF CHAIN-STARTED = "Y"
               IF CHAIN-SEQ NOT = CHAIN-LAST-SEQ + 1
                  MOVE "Y" TO CHAIN-GAP
               END-IF
               IF CHAIN-PREV NOT = CHAIN-LAST-HASH
                  MOVE "Y" TO CHAIN-BROKEN
               END-IF
            END-IF.

            MOVE "Y" TO CHAIN-STARTED.
            MOVE CHAIN-SEQ TO CHAIN-LAST-SEQ.
            MOVE CHAIN-HASH TO CHAIN-LAST-HASH.

       P3009-EXIT.
           EXIT.

      **************************************************************
      ** HASH CHAIN-PREV + CHAIN-SEQ + CHAIN-DATA (UP TO ITS LAST
      ** NON-BLANK - TRAILING BLANKS DO NOT SURVIVE A LINE
      ** SEQUENTIAL FILE) INTO WS-HASH-OUT.
      **************************************************************
       P4000-HASH-RECORD.

            MOVE SPACES TO WS-HASH-BUF.
            STRING CHAIN-PREV DELIMITED BY SIZE
                   CHAIN-SEQ DELIMITED BY SIZE
                   CHAIN-DATA DELIMITED BY SIZE
                   INTO WS-HASH-BUF
            END-STRING.

            MOVE 29 TO WS-HASH-LEN.
            IF CHAIN-DATA NOT = SPACES
               COMPUTE WS-HASH-LEN = 29 + FUNCTION LENGTH(
                   FUNCTION TRIM(CHAIN-DATA TRAILING))
            END-IF.

            MOVE 2166136261 TO WS-LANE-1.
            MOVE 5381 TO WS-LANE-2.
            PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                    UNTIL WS-HASH-POS > WS-HASH-LEN
               COMPUTE WS-HASH-ORD =
                   FUNCTION ORD(WS-HASH-BUF(WS-HASH-POS:1))
               COMPUTE WS-LANE-1 = FUNCTION MOD(
                   WS-LANE-1 * 257 + WS-HASH-ORD, 4294967291)
               COMPUTE WS-LANE-2 = FUNCTION MOD(
                   WS-LANE-2 * 65599 + WS-HASH-ORD + WS-HASH-POS,
                   4294967279)
            END-PERFORM.

            MOVE WS-LANE-1 TO WS-HASH-OUT-1.
            MOVE WS-LANE-2 TO WS-HASH-OUT-2.

       P4009-EXIT.
           EXIT.
