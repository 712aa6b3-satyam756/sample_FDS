      *     SCRATCH DATASET AND SYSCMDLOG IS REWRITTEN AS SUMMARIES
      *     FIRST, RETAINED DETAIL AFTER.  UNPARSEABLE LINES ARE
      *     NEVER DISCARDED - THEY ARE RETAINED AS-IS.
      *   - SUMMARY RECORDS NOW CARRY THE RESOURCE USAGE THE
      *     EXECUTORS LOG ON EACH DETAIL LINE: " UCPU= SCPU=" (TOTAL
      *     USER / SYSTEM CPU SECONDS OVER EVERY ATTEMPT, RETRIES
      *     INCLUDED - THE CPU WAS SPENT EITHER WAY) AND " MAXKB="
      *     (PEAK MEMORY), AFTER MAXEL=.  DETAIL AND SUM LINES
      *     WRITTEN BEFORE THE FIELDS EXISTED ROLL UP AS ZERO USAGE.
      *   - THE AUDIT CHAIN (SEQ/PREV/HASH IN COLUMNS 601-700, SEE
      *     SYSCMDCH) IS CHECKED AS THE LOG IS READ AND RE-ANCHORED
      *     WHEN IT IS REWRITTEN: A CHAIN-BREAK MARKER LINE (STATUS=
      *     CHAINBRK) GOES FIRST, CARRYING ON THE OLD NUMBERING WITH
      *     THE OLD LAST HASH AS ITS PREV, AND EVERY SUM AND RETAINED
      *     LINE AFTER IT IS RE-SEALED.  FAULTS FOUND IN THE OLD CHAIN
      *     ARE NOTED ON THE MARKER AND GIVE RC 4.  ARCHIVED DETAIL
      *     KEEPS ITS ORIGINAL CHAIN AREA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       FD  LOGTEMP-FILE
           LABEL RECORDS STANDARD.
       FD  LOGARCH-FILE
           LABEL RECORDS STANDARD.
       01  LOGARCH-REC                    PIC X(600).
       01  LOGARCH-CHAINED                PIC X(700).

       WORKING-STORAGE SECTION.

          05 WS-F-STATUS              PIC X(12) VALUE SPACES.
          05 WS-F-TRY                 PIC X(08) VALUE SPACES.
          05 WS-F-ARCH                PIC X(80) VALUE SPACES.
          05 WS-F-UCPU                PIC X(14) VALUE SPACES.
          05 WS-F-SCPU                PIC X(14) VALUE SPACES.
          05 WS-F-MAXKB               PIC X(14) VALUE SPACES.
          05 WS-USE-POS               PIC 9(04) VALUE 0.
          05 WS-PS-MONTH              PIC X(12) VALUE SPACES.
          05 WS-PS-RUNS               PIC X(12) VALUE SPACES.
          05 WS-PS-FAILS              PIC X(12) VALUE SPACES.
          05 WS-PS-TOTEL              PIC X(12) VALUE SPACES.
          05 WS-PS-MINEL              PIC X(12) VALUE SPACES.
          05 WS-PS-MAXEL              PIC X(12) VALUE SPACES.
          05 WS-PS-UCPU               PIC X(14) VALUE SPACES.
          05 WS-PS-SCPU               PIC X(14) VALUE SPACES.
          05 WS-PS-MAXKB              PIC X(14) VALUE SPACES.
          05 WS-P-LEN                 PIC 9(02) VALUE 0.
          05 WS-P-ELAPSED             PIC 9(09) VALUE 0.
          05 WS-P-RC                  PIC 9(04) VALUE 0.
          05 WS-P-UCPU                PIC 9(09)V99 VALUE 0.
          05 WS-P-SCPU                PIC 9(09)V99 VALUE 0.
          05 WS-P-MAXKB               PIC 9(09) VALUE 0.
          05 WS-P-DATE                PIC X(08) VALUE SPACES.
          05 WS-P-IS-RETRY            PIC X(01) VALUE "N".
          05 WS-P-BAD                 PIC X(01) VALUE "N".
          05 WS-N-TOTEL               PIC 9(09) VALUE 0.
          05 WS-N-MINEL               PIC 9(09) VALUE 0.
          05 WS-N-MAXEL               PIC 9(09) VALUE 0.
          05 WS-E-CPU                 PIC 9(09).99.
          05 WS-E-CPU2                PIC 9(09).99.
          05 WS-SUM-IDX               PIC 9(03) VALUE 0.
          05 WS-SUM-HIT               PIC 9(03) VALUE 0.
          05 WS-ARCHIVING             PIC X(01) VALUE "N".
          05 WS-LINES-BAD             PIC 9(07) VALUE 0.
          05 WS-SUMS-WRITTEN          PIC 9(03) VALUE 0.
          05 WS-TBL-OVERFLOW          PIC 9(07) VALUE 0.
          05 WS-NOW-TS                PIC X(14) VALUE SPACES.
          05 WS-CHAIN-FAULTS          PIC 9(07) VALUE 0.
          05 WS-CHAIN-SEEN            PIC 9(07) VALUE 0.
          05 WS-PRIOR-SEQ             PIC 9(09) VALUE 0.
          05 WS-PRIOR-HASH            PIC X(20) VALUE SPACES.
          05 WS-MARK-TEXT             PIC X(60) VALUE SPACES.

       01 WS-SUM-STATS.
          05 WS-SUM-CNT               PIC 9(03) VALUE 0.
             10 WS-SUM-TOTEL          PIC 9(09).
             10 WS-SUM-MINEL          PIC 9(09).
             10 WS-SUM-MAXEL          PIC 9(09).
             10 WS-SUM-UCPU           PIC 9(09)V99.
             10 WS-SUM-SCPU           PIC 9(09)V99.
             10 WS-SUM-MAXKB          PIC 9(09).

       COPY CHAINF.

       PROCEDURE DIVISION.

            DISPLAY "OLD SUMS MERGED:     " WS-LINES-MERGED.
            DISPLAY "UNPARSEABLE (KEPT):  " WS-LINES-BAD.
            DISPLAY "SUMMARY RECORDS OUT: " WS-SUMS-WRITTEN.
            DISPLAY "CHAINED LINES READ:  " WS-CHAIN-SEEN.
            IF WS-CHAIN-SEEN > 0
               DISPLAY "OLD CHAIN ENDED AT:  SEQ=" WS-PRIOR-SEQ
                       " HASH=" WS-PRIOR-HASH
            END-IF.
            IF WS-CHAIN-FAULTS > 0
               DISPLAY "WARNING - AUDIT CHAIN FAULTS BEFORE REWRITE: "
                       WS-CHAIN-FAULTS " - SEE SYSCMDCV"
               IF RETURN-CODE = 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            IF WS-ARCHIVING = "Y"
               DISPLAY "PRUNED DETAIL ARCHIVED TO LOGARCH"
            ELSE
               MOVE "Y" TO WS-ARCHIVING
            END-IF.

            MOVE "N" TO CHAIN-STARTED.
            MOVE 0 TO CHAIN-LAST-SEQ.
            MOVE SPACES TO CHAIN-LAST-HASH.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               MOVE SPACES TO SYSCMDLOG-CHAINED
               READ SYSCMDLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM P2050-CHECK-CHAIN THRU P2059-EXIT
                       PERFORM P2100-HANDLE-LINE THRU P2109-EXIT
               END-READ
            END-PERFORM.
               CLOSE LOGARCH-FILE
            END-IF.

            MOVE CHAIN-LAST-SEQ TO WS-PRIOR-SEQ.
            MOVE CHAIN-LAST-HASH TO WS-PRIOR-HASH.

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** CHECK THE AUDIT CHAIN OF THE LINE JUST READ AGAINST THE LINE
      ** BEFORE IT.  THE REWRITE RE-ANCHORS THE CHAIN, SO A FAULT IN
      ** THE OLD CHAIN IS COUNTED HERE AND NOTED ON THE CHAIN-BREAK
      ** MARKER - OTHERWISE HOUSEKEEPING WOULD HIDE IT.  LINES FROM
      ** BEFORE THE CHAIN EXISTED (AHEAD OF THE FIRST CHAINED LINE)
      ** ARE NOT A FAULT.
      **************************************************************
       P2050-CHECK-CHAIN.

            MOVE "V" TO CHAIN-FUNCTION.
            MOVE SYSCMDLOG-REC TO CHAIN-DATA.
            MOVE SYSCMDLOG-CHAIN TO CHAIN-AREA.
            CALL "SYSCMDCH" USING CHAIN-PARM.

            IF CHAIN-RESULT = "Y"
               ADD 1 TO WS-CHAIN-SEEN
               IF CHAIN-GAP = "Y" OR CHAIN-BROKEN = "Y"
                     OR CHAIN-ALTERED = "Y"
                  ADD 1 TO WS-CHAIN-FAULTS
               END-IF
            ELSE
               IF CHAIN-STARTED = "Y" OR CHAIN-RESULT = "B"
                  ADD 1 TO WS-CHAIN-FAULTS
               END-IF
            END-IF.

       P2059-EXIT.
           EXIT.

      **************************************************************
      ** ROUTE ONE LOG LINE: MERGE A SUM LINE, ROLL UP AN OLD
      ** DETAIL LINE, OR KEEP EVERYTHING ELSE.
            MOVE SPACES TO WS-HEAD.
            MOVE SYSCMDLOG-REC(1:WS-CMD-POS) TO WS-HEAD.

            PERFORM P2250-PARSE-USAGE THRU P2259-EXIT.

            MOVE SPACES TO WS-F-DUMMY WS-F-IDX WS-F-START WS-F-END
                           WS-F-ELAPSED WS-F-RC WS-F-STATUS
                           WS-F-TRY WS-F-ARCH.
       P2209-EXIT.
           EXIT.

      **************************************************************
      ** TAKE THE RESOURCE USAGE (" UCPU=n.nn SCPU=n.nn MAXKB=n")
      ** OFF THE END OF THE DETAIL HEAD IN WS-HEAD, BLANKING IT SO
      ** THE FIXED FIELDS UNSTRING EXACTLY AS THEY ALWAYS HAVE.  A
      ** LINE WITHOUT THE FIELDS (OLDER LINES, ADMIN LINES) COUNTS
      ** AS ZERO USAGE.
      **************************************************************
       P2250-PARSE-USAGE.

            MOVE 0 TO WS-P-UCPU WS-P-SCPU WS-P-MAXKB.

            MOVE 0 TO WS-USE-POS.
            INSPECT SYSCMDLOG-REC(1:WS-CMD-POS) TALLYING WS-USE-POS
                FOR CHARACTERS BEFORE INITIAL " UCPU=".
            IF WS-USE-POS + 6 >= WS-CMD-POS
               GO TO P2259-EXIT
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

       P2259-EXIT.
           EXIT.

      **************************************************************
      ** MERGE A SUMMARY LINE WRITTEN BY AN EARLIER HOUSEKEEPING RUN
      ** INTO THE TABLE SO REPEATED RUNS NEVER DUPLICATE MONTHS.  AN

            MOVE SPACES TO WS-F-DUMMY WS-PS-MONTH WS-PS-RUNS
                           WS-PS-FAILS WS-PS-RETRIES WS-PS-TOTEL
                           WS-PS-MINEL WS-PS-MAXEL WS-PS-UCPU
                           WS-PS-SCPU WS-PS-MAXKB.
            UNSTRING WS-HEAD
                DELIMITED BY "SUM MONTH=" OR " RUNS=" OR " FAILS="
                    OR " RETRIES=" OR " TOTEL=" OR " MINEL="
                    OR " MAXEL=" OR " UCPU=" OR " SCPU="
                    OR " MAXKB="
                INTO WS-F-DUMMY WS-PS-MONTH WS-PS-RUNS WS-PS-FAILS
                     WS-PS-RETRIES WS-PS-TOTEL WS-PS-MINEL
                     WS-PS-MAXEL WS-PS-UCPU WS-PS-SCPU WS-PS-MAXKB
            END-UNSTRING.

            IF WS-PS-MONTH(1:6) NOT NUMERIC
            IF WS-N-MAXEL > WS-SUM-MAXEL(WS-SUM-HIT)
               MOVE WS-N-MAXEL TO WS-SUM-MAXEL(WS-SUM-HIT)
            END-IF.
            ADD WS-P-UCPU TO WS-SUM-UCPU(WS-SUM-HIT).
            ADD WS-P-SCPU TO WS-SUM-SCPU(WS-SUM-HIT).
            IF WS-P-MAXKB > WS-SUM-MAXKB(WS-SUM-HIT)
               MOVE WS-P-MAXKB TO WS-SUM-MAXKB(WS-SUM-HIT)
            END-IF.

            ADD 1 TO WS-LINES-MERGED.

      ** ROLL THE OLD DETAIL LINE JUST PARSED INTO ITS MONTH/COMMAND
      ** SUMMARY ENTRY, ARCHIVING THE RAW LINE WHEN LOGARCH IS OPEN.
      ** A RETRY ATTEMPT ONLY BUMPS THE RETRY COUNT, MATCHING THE
      ** SYSCMDRP ACCUMULATION RULES - ITS CPU STILL COUNTS TOWARDS
      ** THE USAGE TOTALS.  A FULL TABLE KEEPS THE LINE
      ** AS DETAIL INSTEAD - NOTHING IS EVER LOST SILENTLY.
      **************************************************************
       P2400-ROLL-UP-DETAIL.
               END-IF
            END-IF.

            ADD WS-P-UCPU TO WS-SUM-UCPU(WS-SUM-HIT).
            ADD WS-P-SCPU TO WS-SUM-SCPU(WS-SUM-HIT).
            IF WS-P-MAXKB > WS-SUM-MAXKB(WS-SUM-HIT)
               MOVE WS-P-MAXKB TO WS-SUM-MAXKB(WS-SUM-HIT)
            END-IF.

            ADD 1 TO WS-LINES-ROLLED.

            IF WS-ARCHIVING = "Y"
               MOVE SYSCMDLOG-CHAINED TO LOGARCH-CHAINED
               WRITE LOGARCH-CHAINED
            END-IF.

       P2409-EXIT.
                  MOVE 0 TO WS-SUM-TOTEL(WS-SUM-HIT)
                  MOVE 999999999 TO WS-SUM-MINEL(WS-SUM-HIT)
                  MOVE 0 TO WS-SUM-MAXEL(WS-SUM-HIT)
                  MOVE 0 TO WS-SUM-UCPU(WS-SUM-HIT)
                  MOVE 0 TO WS-SUM-SCPU(WS-SUM-HIT)
                  MOVE 0 TO WS-SUM-MAXKB(WS-SUM-HIT)
               END-IF
            END-IF.

               END-IF
            END-IF.

            MOVE 0 TO WS-P-UCPU WS-P-SCPU WS-P-MAXKB.
            IF WS-PS-UCPU(1:1) IS NUMERIC
               COMPUTE WS-P-UCPU = FUNCTION NUMVAL(WS-PS-UCPU)
            END-IF.
            IF WS-PS-SCPU(1:1) IS NUMERIC
               COMPUTE WS-P-SCPU = FUNCTION NUMVAL(WS-PS-SCPU)
            END-IF.
            COMPUTE WS-P-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-PS-MAXKB)).
            IF WS-P-LEN > 0 AND WS-P-LEN <= 9
               IF WS-PS-MAXKB(1:WS-P-LEN) IS NUMERIC
                  COMPUTE WS-P-MAXKB = FUNCTION NUMVAL(
                      WS-PS-MAXKB(1:WS-P-LEN))
               END-IF
            END-IF.

       P2609-EXIT.
           EXIT.

               GO TO P3009-EXIT
            END-IF.

            PERFORM P3020-WRITE-CHAIN-MARKER THRU P3029-EXIT.

            PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                    UNTIL WS-SUM-IDX > WS-SUM-CNT
               IF WS-SUM-MINEL(WS-SUM-IDX) = 999999999
                  MOVE 0 TO WS-SUM-MINEL(WS-SUM-IDX)
               END-IF
               MOVE WS-SUM-UCPU(WS-SUM-IDX) TO WS-E-CPU
               MOVE WS-SUM-SCPU(WS-SUM-IDX) TO WS-E-CPU2
               MOVE SPACES TO SYSCMDLOG-REC
               STRING "SUM MONTH=" DELIMITED BY SIZE
                      WS-SUM-MONTH(WS-SUM-IDX) DELIMITED BY SIZE
                      WS-SUM-MINEL(WS-SUM-IDX) DELIMITED BY SIZE
                      " MAXEL=" DELIMITED BY SIZE
                      WS-SUM-MAXEL(WS-SUM-IDX) DELIMITED BY SIZE
                      " UCPU=" DELIMITED BY SIZE
                      WS-E-CPU DELIMITED BY SIZE
                      " SCPU=" DELIMITED BY SIZE
                      WS-E-CPU2 DELIMITED BY SIZE
                      " MAXKB=" DELIMITED BY SIZE
                      WS-SUM-MAXKB(WS-SUM-IDX) DELIMITED BY SIZE
                      " CMD=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUM-CMD(WS-SUM-IDX))
                          DELIMITED BY SIZE
                      INTO SYSCMDLOG-REC
               END-STRING
               PERFORM P3050-WRITE-LOG-LINE THRU P3059-EXIT
               ADD 1 TO WS-SUMS-WRITTEN
            END-PERFORM.

                          MOVE "Y" TO WS-EOF
                      NOT AT END
                          MOVE LOGTEMP-REC TO SYSCMDLOG-REC
                          PERFORM P3050-WRITE-LOG-LINE
                              THRU P3059-EXIT
                  END-READ
               END-PERFORM
               CLOSE LOGTEMP-FILE

       P3009-EXIT.
           EXIT.

      **************************************************************
      ** OPEN THE REWRITTEN LOG WITH A CHAIN-BREAK MARKER.  IT CARRIES
      ** ON THE OLD CHAIN'S NUMBERING AND ITS PREV IS THE OLD CHAIN'S
      ** LAST HASH, SO THE ARCHIVED AND REPORTED HISTORY CAN BE TIED
      ** TO THE NEW CHAIN; EVERY LINE AFTER IT IS RE-SEALED.  THE
      ** MARKER SAYS SO WHEN THE OLD CHAIN WAS ALREADY BROKEN.
      **************************************************************
       P3020-WRITE-CHAIN-MARKER.

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.

            IF WS-CHAIN-FAULTS > 0
               MOVE "CHAIN RE-ANCHORED BY SYSCMDHK - PRIOR CHAIN BROKEN"
                    TO WS-MARK-TEXT
            ELSE
               MOVE "CHAIN RE-ANCHORED BY SYSCMDHK" TO WS-MARK-TEXT
            END-IF.

            MOVE SPACES TO SYSCMDLOG-REC.
            STRING "IDX=000 START=" DELIMITED BY SIZE
                   WS-NOW-TS DELIMITED BY SIZE
                   " END=" DELIMITED BY SIZE
                   WS-NOW-TS DELIMITED BY SIZE
                   " ELAPSED=0 RC=0000 STATUS=CHAINBRK TRY=001"
                       DELIMITED BY SIZE
                   " ARCH=- CMD=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MARK-TEXT) DELIMITED BY SIZE
                   INTO SYSCMDLOG-REC
            END-STRING.

            PERFORM P3050-WRITE-LOG-LINE THRU P3059-EXIT.

       P3029-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE LINE IN SYSCMDLOG-REC SEALED AS THE NEXT RECORD OF
      ** THE CHAIN BEING WRITTEN (SEE SYSCMDCH).
      **************************************************************
       P3050-WRITE-LOG-LINE.

            MOVE "S" TO CHAIN-FUNCTION.
            MOVE SYSCMDLOG-REC TO CHAIN-DATA.
            CALL "SYSCMDCH" USING CHAIN-PARM.
            MOVE CHAIN-AREA TO SYSCMDLOG-CHAIN.
            WRITE SYSCMDLOG-CHAINED.

       P3059-EXIT.
           EXIT.
