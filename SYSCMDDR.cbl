       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSCMDDR.
      ******************************************************************
      * MOD-HISTORY:
      *   - NEW PROGRAM: MAINTAINS THE DECKREG APPROVED-DECK REGISTER
      *     THAT SYSCMDSP AND SYSCMDST CHECK AT START-UP, SO WHICH
      *     VERSION OF A CARDIN DECK OR PROCLIB MEMBER IS ALLOWED TO
      *     RUN IN PROD IS A RECORDED, SIGNED-OFF DECISION.  THE
      *     EXECUTORS PRINT THE FINGERPRINT AND CARD COUNT OF EVERY
      *     DECK AND MEMBER THEY READ (AND STAMP THE DECK'S ON THE
      *     RUNLEDG HEADER); THE APPROVER COPIES THEM ONTO A CARD.
      *     DRIN CARDS:
      *       REGISTER type name fprint cards approver [apprdate]
      *                        - APPROVE A VERSION (TYPE DECK FOR A
      *                          JOB'S EXPANDED DECK, PROC FOR AN
      *                          &INCLUDE MEMBER; APPRDATE DEFAULTS
      *                          TO TODAY).  A CURRENT VERSION OF
      *                          THE SAME NAME IS RETIRED AS OF THE
      *                          APPROVAL DATE.
      *       RETIRE type name [date]
      *                        - WITHDRAW THE CURRENT VERSION
      *                          (DATE DEFAULTS TO TODAY)
      *       DONE             - STOP READING CARDS
      *     EVERY APPLIED CHANGE IS APPENDED TO THE SYSCMDLOG AUDIT
      *     TRAIL (STATUS=DECKREG / DECKRET).  RETIRED ROWS ARE KEPT
      *     AS HISTORY SO AN OLD FINGERPRINT ON THE LEDGER CAN STILL
      *     BE TRACED TO ITS APPROVER.  A BAD CARD IS REPORTED,
      *     SKIPPED AND ENDS THE JOB WITH RC 8.
      *   - EACH SYSCMDLOG LINE WRITTEN IS SEALED WITH THE AUDIT CHAIN
      *     - SEQUENCE NUMBER AND HASH CHAINED TO THE LINE BEFORE IT,
      *     IN COLUMNS 601-700 - THROUGH SYSCMDCH, SO SYSCMDCV CAN
      *     PROVE THE TRAIL HAS NOT BEEN EDITED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIN-FILE ASSIGN TO "DRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRIN-FILE-STATUS.
           SELECT DECKREG-FILE ASSIGN TO "DECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECKREG-FILE-STATUS.
           SELECT SYSCMDLOG-FILE ASSIGN TO "SYSCMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSCMDLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIN-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS STANDARD.
       01  DRIN-REC                       PIC X(80).

       FD  DECKREG-FILE
           LABEL RECORDS STANDARD.
       01  DECKREG-IN-REC                 PIC X(80).

       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       WORKING-STORAGE SECTION.

       01 DRIN-FILE-STATUS             PIC X(02) VALUE SPACES.
       01 DECKREG-FILE-STATUS          PIC X(02) VALUE SPACES.
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
          05 WS-CARD-OP5              PIC X(20) VALUE SPACES.
          05 WS-CARD-OP6              PIC X(20) VALUE SPACES.
          05 WS-CARD-BAD              PIC X(01) VALUE "N".
          05 WS-OP-LEN                PIC 9(02) VALUE 0.
          05 WS-FPRINT-NUM            PIC 9(09) VALUE 0.
          05 WS-CARDS-NUM             PIC 9(05) VALUE 0.
          05 WS-REG-IDX               PIC 9(03) VALUE 0.
          05 WS-REG-HIT               PIC 9(03) VALUE 0.
          05 WS-ROWS-LOADED           PIC 9(03) VALUE 0.
          05 WS-REGS-APPLIED          PIC 9(03) VALUE 0.
          05 WS-RETIRES-APPLIED       PIC 9(03) VALUE 0.
          05 WS-CARDS-BAD             PIC 9(03) VALUE 0.
          05 WS-LOG-STATUS            PIC X(08) VALUE SPACES.
          05 WS-APPR-DATE             PIC X(08) VALUE SPACES.
          05 WS-RET-DATE              PIC X(08) VALUE SPACES.
          05 SAVED-RETURN-CODE        PIC S9(8) COMP-5 VALUE ZEROS.

       COPY DECKREGF.
       COPY CHAINF.

       PROCEDURE DIVISION.

      **************************************************************
      * MAINLINE: LOAD THE EXISTING REGISTER, APPLY THE DRIN CARDS,
      * REWRITE THE REGISTER AND REPORT WHAT WAS DONE.
      **************************************************************
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
            MOVE WS-NOW-TS(1:8) TO WS-TODAY-DATE.

            PERFORM P1000-LOAD-DECKREG THRU P1009-EXIT.
            PERFORM P2000-READ-DRIN THRU P2009-EXIT.

            IF WS-REGS-APPLIED > 0 OR WS-RETIRES-APPLIED > 0
               PERFORM P3000-REWRITE-DECKREG THRU P3009-EXIT
            ELSE
               DISPLAY "NO CHANGES APPLIED - DECKREG NOT REWRITTEN"
            END-IF.

            PERFORM P4000-LIST-CURRENT THRU P4009-EXIT.

            DISPLAY "=========================================".
            DISPLAY "SYSCMDDR SUMMARY".
            DISPLAY "ROWS LOADED:       " WS-ROWS-LOADED.
            DISPLAY "VERSIONS APPROVED: " WS-REGS-APPLIED.
            DISPLAY "VERSIONS RETIRED:  " WS-RETIRES-APPLIED.
            DISPLAY "CARDS IN ERROR:    " WS-CARDS-BAD.
            DISPLAY "=========================================".

            IF SAVED-RETURN-CODE > RETURN-CODE
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
            END-IF.

            GOBACK.

      **************************************************************
      ** LOAD EVERY DATA ROW OF THE EXISTING DECKREG REGISTER -
      ** CURRENT AND RETIRED ALIKE, SO HISTORY SURVIVES THE REWRITE.
      ** A MISSING DATASET JUST MEANS THE REGISTER IS BEING BUILT
      ** FOR THE FIRST TIME.
      **************************************************************
       P1000-LOAD-DECKREG.

            MOVE 0 TO DECKREG-CNT.

            OPEN INPUT DECKREG-FILE.
            IF DECKREG-FILE-STATUS NOT = "00"
               DISPLAY "DECKREG DATASET NOT PRESENT - STARTING "
                       "A NEW REGISTER"
               GO TO P1009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ DECKREG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DECKREG-IN-REC NOT = SPACES
                             AND DECKREG-IN-REC(1:1) NOT = "*"
                          IF DECKREG-CNT >= 200
                             DISPLAY "DECKREG EXCEEDS THE 200 "
                                     "ENTRY LIMIT - REMAINING "
                                     "LINES ARE NOT READ"
                             MOVE 8 TO SAVED-RETURN-CODE
                             MOVE "Y" TO WS-EOF
                          ELSE
                             MOVE DECKREG-IN-REC TO DECKREG-RECORD
                             ADD 1 TO DECKREG-CNT
                             MOVE FUNCTION UPPER-CASE(DECKREG-TYPE)
                                  TO DECKREG-T-TYPE(DECKREG-CNT)
                             MOVE FUNCTION UPPER-CASE(DECKREG-NAME)
                                  TO DECKREG-T-NAME(DECKREG-CNT)
                             IF DECKREG-FPRINT IS NUMERIC
                                MOVE DECKREG-FPRINT TO
                                    DECKREG-T-FPRINT(DECKREG-CNT)
                             ELSE
                                MOVE 0 TO
                                    DECKREG-T-FPRINT(DECKREG-CNT)
                             END-IF
                             IF DECKREG-CARDS IS NUMERIC
                                MOVE DECKREG-CARDS TO
                                    DECKREG-T-CARDS(DECKREG-CNT)
                             ELSE
                                MOVE 0 TO
                                    DECKREG-T-CARDS(DECKREG-CNT)
                             END-IF
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
            MOVE DECKREG-CNT TO WS-ROWS-LOADED.

       P1009-EXIT.
           EXIT.

      **************************************************************
      ** READ THE DRIN MAINTENANCE DECK AND APPLY EACH CARD TO THE
      ** IN-CORE TABLE.
      **************************************************************
       P2000-READ-DRIN.

            OPEN INPUT DRIN-FILE.
            IF DRIN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN DRIN - FILE STATUS: "
                       DRIN-FILE-STATUS
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P2009-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ DRIN-FILE INTO CONTROL-REC-UPPER
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
                                 WS-CARD-OP4 WS-CARD-OP5
                                 WS-CARD-OP6
                  UNSTRING WS-CARD-LINE-UC DELIMITED BY ALL " "
                      INTO WS-CARD-TOKEN WS-CARD-OP1 WS-CARD-OP2
                           WS-CARD-OP3 WS-CARD-OP4 WS-CARD-OP5
                           WS-CARD-OP6
                  END-UNSTRING

                  EVALUATE WS-CARD-TOKEN
                     WHEN "DONE"
                        MOVE "Y" TO WS-EOF
                     WHEN "REGISTER"
                        PERFORM P2100-APPLY-REGISTER THRU P2109-EXIT
                     WHEN "RETIRE"
                        PERFORM P2200-APPLY-RETIRE THRU P2209-EXIT
                     WHEN SPACES
                        CONTINUE
                     WHEN OTHER
                        IF WS-CARD-LINE(1:1) NOT = "*"
                           DISPLAY "UNRECOGNISED DRIN CARD: "
                                   FUNCTION TRIM(WS-CARD-LINE)
                           ADD 1 TO WS-CARDS-BAD
                           MOVE 8 TO SAVED-RETURN-CODE
                        END-IF
                  END-EVALUATE
               END-IF
            END-PERFORM.

            CLOSE DRIN-FILE.

       P2009-EXIT.
           EXIT.

      **************************************************************
      ** APPLY A "REGISTER type name fprint cards approver
      ** [apprdate]" CARD.  THE SAME FINGERPRINT ALREADY CURRENT FOR
      ** THE NAME IS REFUSED AS A DUPLICATE; ANY OTHER CURRENT
      ** VERSION IS RETIRED AS OF THE NEW APPROVAL DATE, SO A NAME
      ** NEVER HAS TWO CURRENT VERSIONS.
      **************************************************************
       P2100-APPLY-REGISTER.

            MOVE "N" TO WS-CARD-BAD.

            IF WS-CARD-OP1 NOT = "DECK" AND WS-CARD-OP1 NOT = "PROC"
               MOVE "Y" TO WS-CARD-BAD
            END-IF.
            IF WS-CARD-OP2 = SPACES OR WS-CARD-OP2(9:12) NOT = SPACES
               MOVE "Y" TO WS-CARD-BAD
            END-IF.
      *     THE FINGERPRINT AND CARD COUNT ARE COPIED FROM THE
      *     EXECUTOR'S LISTING - TRIM THEM AND ACCEPT THEM WITH OR
      *     WITHOUT LEADING ZEROS.
            MOVE 0 TO WS-FPRINT-NUM.
            COMPUTE WS-OP-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-CARD-OP3)).
            IF WS-OP-LEN > 0 AND WS-OP-LEN <= 9
                  AND WS-CARD-OP3(1:WS-OP-LEN) IS NUMERIC
               COMPUTE WS-FPRINT-NUM = FUNCTION NUMVAL(
                   WS-CARD-OP3(1:WS-OP-LEN))
            ELSE
               MOVE "Y" TO WS-CARD-BAD
            END-IF.
            MOVE 0 TO WS-CARDS-NUM.
            COMPUTE WS-OP-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-CARD-OP4)).
            IF WS-OP-LEN > 0 AND WS-OP-LEN <= 5
                  AND WS-CARD-OP4(1:WS-OP-LEN) IS NUMERIC
               COMPUTE WS-CARDS-NUM = FUNCTION NUMVAL(
                   WS-CARD-OP4(1:WS-OP-LEN))
            ELSE
               MOVE "Y" TO WS-CARD-BAD
            END-IF.
            IF WS-CARD-OP5 = SPACES OR WS-CARD-OP5(9:12) NOT = SPACES
               MOVE "Y" TO WS-CARD-BAD
            END-IF.

            MOVE WS-TODAY-DATE TO WS-APPR-DATE.
            IF WS-CARD-OP6 NOT = SPACES
               IF WS-CARD-OP6(1:8) IS NUMERIC
                     AND WS-CARD-OP6(9:12) = SPACES
                  MOVE WS-CARD-OP6(1:8) TO WS-APPR-DATE
               ELSE
                  MOVE "Y" TO WS-CARD-BAD
               END-IF
            END-IF.

            IF WS-CARD-BAD = "Y"
               DISPLAY "INVALID REGISTER CARD SKIPPED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               ADD 1 TO WS-CARDS-BAD
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P2109-EXIT
            END-IF.

            PERFORM P2500-FIND-CURRENT-ENTRY THRU P2509-EXIT.
            IF WS-REG-HIT > 0
               IF DECKREG-T-FPRINT(WS-REG-HIT) = WS-FPRINT-NUM
                     AND DECKREG-T-CARDS(WS-REG-HIT) = WS-CARDS-NUM
                  DISPLAY "REGISTER REFUSED - " WS-CARD-OP1(1:4) " "
                          WS-CARD-OP2(1:8)
                          " FINGERPRINT " WS-FPRINT-NUM
                          " IS ALREADY CURRENT (APPROVED BY "
                          DECKREG-T-APPROVER(WS-REG-HIT) ")"
                  ADD 1 TO WS-CARDS-BAD
                  MOVE 8 TO SAVED-RETURN-CODE
                  GO TO P2109-EXIT
               END-IF
            END-IF.

            IF DECKREG-CNT >= 200
               DISPLAY "DECKREG TABLE FULL - REGISTER REFUSED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               ADD 1 TO WS-CARDS-BAD
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P2109-EXIT
            END-IF.

            IF WS-REG-HIT > 0
               MOVE WS-APPR-DATE TO DECKREG-T-RETIRED(WS-REG-HIT)
               DISPLAY "SUPERSEDES FINGERPRINT "
                       DECKREG-T-FPRINT(WS-REG-HIT)
                       " APPROVED BY " DECKREG-T-APPROVER(WS-REG-HIT)
                       " ON " DECKREG-T-DATE(WS-REG-HIT)
            END-IF.

            ADD 1 TO DECKREG-CNT.
            MOVE WS-CARD-OP1(1:4) TO DECKREG-T-TYPE(DECKREG-CNT).
            MOVE WS-CARD-OP2(1:8) TO DECKREG-T-NAME(DECKREG-CNT).
            MOVE WS-FPRINT-NUM TO DECKREG-T-FPRINT(DECKREG-CNT).
            MOVE WS-CARDS-NUM TO DECKREG-T-CARDS(DECKREG-CNT).
            MOVE WS-CARD-OP5(1:8) TO DECKREG-T-APPROVER(DECKREG-CNT).
            MOVE WS-APPR-DATE TO DECKREG-T-DATE(DECKREG-CNT).
            MOVE "99999999" TO DECKREG-T-RETIRED(DECKREG-CNT).

            ADD 1 TO WS-REGS-APPLIED.
            DISPLAY "REGISTERED " WS-CARD-OP1(1:4) " "
                    WS-CARD-OP2(1:8)
                    " FINGERPRINT " WS-FPRINT-NUM
                    " CARDS " WS-CARDS-NUM
                    " APPROVER " WS-CARD-OP5(1:8)
                    " ON " WS-APPR-DATE.

            MOVE "DECKREG" TO WS-LOG-STATUS.
            PERFORM P5000-WRITE-AUDIT-LOG THRU P5009-EXIT.

       P2109-EXIT.
           EXIT.

      **************************************************************
      ** APPLY A "RETIRE type name [date]" CARD: WITHDRAW THE
      ** CURRENT VERSION FOR THE NAME.  THE DATE IS THE FIRST DATE
      ** THE VERSION IS NO LONGER APPROVED, SO DEFAULTING IT TO
      ** TODAY STOPS IT IMMEDIATELY.
      **************************************************************
       P2200-APPLY-RETIRE.

            MOVE "N" TO WS-CARD-BAD.

            IF WS-CARD-OP1 NOT = "DECK" AND WS-CARD-OP1 NOT = "PROC"
               MOVE "Y" TO WS-CARD-BAD
            END-IF.
            IF WS-CARD-OP2 = SPACES OR WS-CARD-OP2(9:12) NOT = SPACES
               MOVE "Y" TO WS-CARD-BAD
            END-IF.

            MOVE WS-TODAY-DATE TO WS-RET-DATE.
            IF WS-CARD-OP3 NOT = SPACES
               IF WS-CARD-OP3(1:8) IS NUMERIC
                     AND WS-CARD-OP3(9:12) = SPACES
                  MOVE WS-CARD-OP3(1:8) TO WS-RET-DATE
               ELSE
                  MOVE "Y" TO WS-CARD-BAD
               END-IF
            END-IF.

            IF WS-CARD-BAD = "Y"
               DISPLAY "INVALID RETIRE CARD SKIPPED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               ADD 1 TO WS-CARDS-BAD
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P2209-EXIT
            END-IF.

            PERFORM P2500-FIND-CURRENT-ENTRY THRU P2509-EXIT.
            IF WS-REG-HIT = 0
               DISPLAY "RETIRE REFUSED - NO CURRENT VERSION OF "
                       WS-CARD-OP1(1:4) " " WS-CARD-OP2(1:8)
               ADD 1 TO WS-CARDS-BAD
               MOVE 8 TO SAVED-RETURN-CODE
               GO TO P2209-EXIT
            END-IF.

            MOVE WS-RET-DATE TO DECKREG-T-RETIRED(WS-REG-HIT).

            ADD 1 TO WS-RETIRES-APPLIED.
            DISPLAY "RETIRED " WS-CARD-OP1(1:4) " "
                    WS-CARD-OP2(1:8)
                    " FINGERPRINT " DECKREG-T-FPRINT(WS-REG-HIT)
                    " AS OF " WS-RET-DATE
                    " (APPROVER WAS "
                    DECKREG-T-APPROVER(WS-REG-HIT) ")".

            MOVE "DECKRET" TO WS-LOG-STATUS.
            PERFORM P5000-WRITE-AUDIT-LOG THRU P5009-EXIT.

       P2209-EXIT.
           EXIT.

      **************************************************************
      ** FIND THE CURRENT (RETIREMENT STILL AHEAD OF TODAY) TABLE
      ** ENTRY FOR THE TYPE AND NAME IN WS-CARD-OP1 / WS-CARD-OP2.
      **************************************************************
       P2500-FIND-CURRENT-ENTRY.

            MOVE 0 TO WS-REG-HIT.
            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > DECKREG-CNT
                       OR WS-REG-HIT > 0
               IF DECKREG-T-TYPE(WS-REG-IDX) = WS-CARD-OP1(1:4)
                     AND DECKREG-T-NAME(WS-REG-IDX)
                         = WS-CARD-OP2(1:8)
                     AND DECKREG-T-RETIRED(WS-REG-IDX)
                         > WS-TODAY-DATE
                  MOVE WS-REG-IDX TO WS-REG-HIT
               END-IF
            END-PERFORM.

       P2509-EXIT.
           EXIT.

      **************************************************************
      ** REWRITE THE DECKREG REGISTER FROM THE IN-CORE TABLE,
      ** CURRENT AND RETIRED ROWS ALIKE, WITH A HEADER COMMENT
      ** CARRYING THE REWRITE TIMESTAMP.
      **************************************************************
       P3000-REWRITE-DECKREG.

            OPEN OUTPUT DECKREG-FILE.
            IF DECKREG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE DECKREG - FILE STATUS: "
                       DECKREG-FILE-STATUS
               MOVE 16 TO SAVED-RETURN-CODE
               GO TO P3009-EXIT
            END-IF.

            MOVE SPACES TO DECKREG-IN-REC.
            STRING "* APPROVED-DECK REGISTER - REWRITTEN "
                       DELIMITED BY SIZE
                   WS-NOW-TS DELIMITED BY SIZE
                   " BY SYSCMDDR" DELIMITED BY SIZE
                   INTO DECKREG-IN-REC.
            WRITE DECKREG-IN-REC.

            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > DECKREG-CNT
               MOVE SPACES TO DECKREG-RECORD
               MOVE DECKREG-T-TYPE(WS-REG-IDX) TO DECKREG-TYPE
               MOVE DECKREG-T-NAME(WS-REG-IDX) TO DECKREG-NAME
               MOVE DECKREG-T-FPRINT(WS-REG-IDX) TO DECKREG-FPRINT
               MOVE DECKREG-T-CARDS(WS-REG-IDX) TO DECKREG-CARDS
               MOVE DECKREG-T-APPROVER(WS-REG-IDX)
                    TO DECKREG-APPROVER
               MOVE DECKREG-T-DATE(WS-REG-IDX) TO DECKREG-APPR-DATE
               MOVE DECKREG-T-RETIRED(WS-REG-IDX) TO DECKREG-RETIRED
               MOVE DECKREG-RECORD TO DECKREG-IN-REC
               WRITE DECKREG-IN-REC
            END-PERFORM.

            CLOSE DECKREG-FILE.
            DISPLAY "DECKREG REWRITTEN - ROWS: " DECKREG-CNT.

       P3009-EXIT.
           EXIT.

      **************************************************************
      ** LIST THE VERSIONS CURRENT AFTER THIS RUN'S CHANGES - THE
      ** SET THE EXECUTORS WILL ENFORCE FROM THEIR NEXT START-UP.
      **************************************************************
       P4000-LIST-CURRENT.

            DISPLAY "=========================================".
            DISPLAY "CURRENT APPROVED VERSIONS".
            DISPLAY "TYPE NAME     FINGERPRT CARDS APPROVER APPROVED".

            PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                    UNTIL WS-REG-IDX > DECKREG-CNT
               IF DECKREG-T-RETIRED(WS-REG-IDX) > WS-TODAY-DATE
                  DISPLAY DECKREG-T-TYPE(WS-REG-IDX) " "
                          DECKREG-T-NAME(WS-REG-IDX) " "
                          DECKREG-T-FPRINT(WS-REG-IDX) " "
                          DECKREG-T-CARDS(WS-REG-IDX) " "
                          DECKREG-T-APPROVER(WS-REG-IDX) " "
                          DECKREG-T-DATE(WS-REG-IDX)
               END-IF
            END-PERFORM.

       P4009-EXIT.
           EXIT.

      **************************************************************
      ** APPEND ONE LINE TO THE PERMANENT SYSCMDLOG AUDIT TRAIL FOR
      ** THE REGISTER CHANGE JUST APPLIED, IN THE SAME FIELD STYLE
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
                   FUNCTION TRIM(WS-CARD-LINE)(1:80)
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
