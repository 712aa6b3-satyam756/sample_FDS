      *     &REJECT AND &VERIFY; AN "&IF VAR(...)" CARD IS REPORTED
      *     AS INVALID HERE.  DECKS THAT CARRY VARIABLES BELONG TO
      *     SYSCMDSP, WHICH CAPTURES COMMAND OUTPUT.
      *   - ADDED THE "&WAITFOR JOB=name [RC<=n] [FILE=&DD(x).]
      *     [MAXWAIT=mm]" CROSS-JOB PREDECESSOR WAIT: THE DECK IS
      *     HELD AT THE CARD UNTIL RUNLEDG SHOWS A TRAILER FOR THE
      *     NAMED JOB, STARTED ON OR AFTER TODAY'S BUSINESS DATE,
      *     WITH A WORST RC NO HIGHER THAN n, OR UNTIL THE TRIGGER
      *     FILE ARRIVES.  AN EXPIRED MAXWAIT FAILS THE ENTRY WITH
      *     RC 36 / STATUS WAITTIME IN SYSCMDLOG AND THE SUMMARY,
      *     RAISES A SYSCMDWT ALERTOUT RECORD AND STOPS THE DECK -
      *     KEPT IN STEP WITH SYSCMDSP.
      *   - ADDED DECK AND PROCLIB CHANGE CONTROL: THE EXPANDED DECK
      *     AND EVERY &INCLUDE MEMBER ARE FINGERPRINTED AS THEY ARE
      *     READ AND CHECKED AGAINST THE APPROVED-DECK REGISTER
      *     (DECKREG, MAINTAINED BY SYSCMDDR); THE DECK FINGERPRINT
      *     AND CHECK RESULT ARE STAMPED ON THE RUNLEDG HEADER.  IN
      *     PROD MODE AN UNREGISTERED OR CHANGED DECK OR MEMBER IS
      *     REFUSED WITH RC 16 AND A DECKREJ SYSCMDLOG LINE; THE
      *     SIXTH PARM FIELD CHOOSES ABRT (DEFAULT), WARN OR NONE -
      *     KEPT IN STEP WITH SYSCMDSP.
      *   - ADDED PER-COMMAND RESOURCE ACCOUNTING: EVERY SERIAL
      *     COMMAND AND &PARALLEL MEMBER RUNS UNDER GNU time, AND ITS
      *     USER CPU, SYSTEM CPU AND PEAK MEMORY ARE CARRIED ON THE
      *     SYSCMDLOG DETAIL LINE AS UCPU= SCPU= MAXKB= (AHEAD OF
      *     CMD=).  WITHOUT /usr/bin/time THE COMMANDS RUN BARE AND
      *     THE USAGE IS LOGGED AS ZERO - KEPT IN STEP WITH SYSCMDSP.
      *   - ADDED PROTECTED SECRETS: AN &SECRET(name). TOKEN NAMES A
      *     VALUE HELD IN THE ACCESS-RESTRICTED SECRETS DATASET.  AN
      *     UNDEFINED NAME FAILS THE PRE-FLIGHT AUDIT; THE VALUE IS
      *     ONLY SPLICED INTO THE LINE HANDED TO THE SHELL, SO EVERY
      *     LOG, ALERT, CHECKPOINT AND CONSOLE ECHO SHOWS THE TOKEN,
      *     AND THE NAMES A RUN USED GO ON ONE STATUS=SECRETS
      *     SYSCMDLOG LINE.  COMMAND OUTPUT IS NOT CAPTURED HERE, SO
      *     IT CANNOT BE MASKED - KEPT IN STEP WITH SYSCMDSP.
      *   - EVERY SYSCMDLOG LINE AND RUNLEDG RECORD IS WRITTEN THROUGH
      *     P5050-WRITE-LOG-LINE / P5250-WRITE-LEDGER-LINE, WHICH SEAL
      *     IT WITH THE AUDIT CHAIN - SEQUENCE NUMBER AND HASH CHAINED
      *     TO THE RECORD BEFORE IT, IN SYSCMDLOG COLUMNS 601-700 AND
      *     RUNLEDG COLUMNS 201-300 - THROUGH SYSCMDCH, SO SYSCMDCV
      *     CAN PROVE THE TRAIL HAS NOT BEEN EDITED - KEPT IN STEP
      *     WITH SYSCMDSP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RCSTAT-FILE ASSIGN DYNAMIC WS-GRP-RC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCSTAT-FILE-STATUS.
           SELECT ACCTST-FILE ASSIGN DYNAMIC WS-ACCT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTST-FILE-STATUS.
           SELECT ALERTOUT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTOUT-FILE-STATUS.
           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLEDG-FILE-STATUS.
           SELECT DECKREG-FILE ASSIGN TO "DECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECKREG-FILE-STATUS.
           SELECT SECRETS-FILE ASSIGN TO "SECRETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECRETS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       FD  CMDRST-FILE
           LABEL RECORDS STANDARD.
           05  FILLER                     PIC X(01).
           05  RCSTAT-RC                  PIC 9(03).

       FD  ACCTST-FILE
           LABEL RECORDS STANDARD.
       01  ACCTST-REC                     PIC X(200).

       FD  ALERTOUT-FILE
           LABEL RECORDS STANDARD.
       01  ALERTOUT-REC.
       FD  RUNLEDG-FILE
           LABEL RECORDS STANDARD.
       01  RUNLEDG-REC                    PIC X(200).
       01  RUNLEDG-CHAINED.
           05  FILLER                     PIC X(200).
           05  RUNLEDG-CHAIN              PIC X(100).

       FD  DECKREG-FILE
           LABEL RECORDS STANDARD.
       01  DECKREG-IN-REC                 PIC X(80).

       FD  SECRETS-FILE
           LABEL RECORDS STANDARD.
       01  SECRETS-IN-REC                 PIC X(200).

       WORKING-STORAGE SECTION.

          05 NULL-TERMINATED-COMMAND.
             10 COMMAND               PIC X(2048).
             10 FILLER                PIC X VALUE X"00".
          05 WS-SC-EXPANDED.
             10 WS-SC-COMMAND         PIC X(2048).
             10 FILLER                PIC X VALUE X"00".
          05 INDX                     PIC 9(03) VALUE 1.
          05 CMD-INDX                 PIC 9(03) VALUE 1.
          05 WS-CUR-INDX              PIC 9(03) VALUE 1.
          05 WS-DD-NAME-LEN           PIC 9(04) VALUE 0.
          05 WS-TAIL-LEN              PIC 9(04) VALUE 0.
          05 WS-DDTOK-NAME            PIC X(08) VALUE SPACES.
          05 WS-SC-FROM               PIC 9(04) VALUE 0.
          05 WS-SC-TOK-POS            PIC 9(04) VALUE 0.
          05 WS-SC-CLOSE-POS          PIC 9(04) VALUE 0.
          05 WS-SC-NAME-LEN           PIC 9(04) VALUE 0.
          05 WS-SCTOK-NAME            PIC X(08) VALUE SPACES.
          05 WS-SC-SCAN-DONE          PIC X(01) VALUE "N".
          05 WS-SC-HIT                PIC 9(02) VALUE 0.
          05 WS-SC-IDX                PIC 9(02) VALUE 0.
          05 WS-SC-OUT-PTR            PIC 9(04) VALUE 0.
          05 WS-SC-INSERTED           PIC X(01) VALUE "N".
          05 WS-SC-OVERFLOW           PIC X(01) VALUE "N".
          05 WS-SC-NAMES              PIC X(460) VALUE SPACES.
          05 WS-SC-NAMES-PTR          PIC 9(04) VALUE 1.
          05 WS-DD-SCAN-DONE          PIC X(01) VALUE "N".
             88 DD-SCAN-DONE          VALUE "Y".
          05 WS-REMAINING-CMD         PIC X(2048) VALUE SPACES.
          05 WS-SESS-COMPOSITE        PIC X(01) VALUE "N".
          05 WS-META-TXT              PIC X(200) VALUE SPACES.
          05 WS-META-CNT              PIC 9(03) VALUE 0.
          05 WS-ACCT-PGM              PIC X(20)
                                      VALUE "/usr/bin/time".
          05 WS-ACCT-ON               PIC X(01) VALUE "N".
             88 ACCOUNTING-ON         VALUE "Y".
          05 WS-ACCT-FILE             PIC X(210) VALUE SPACES.
          05 WS-ACCT-PREFIX           PIC X(260) VALUE SPACES.
          05 WS-ACCT-LAST             PIC X(200) VALUE SPACES.
          05 WS-ACCT-EOF              PIC X(01) VALUE "N".
          05 WS-ACCT-USER             PIC X(12) VALUE SPACES.
          05 WS-ACCT-SYS              PIC X(12) VALUE SPACES.
          05 WS-ACCT-MEM              PIC X(12) VALUE SPACES.
          05 WS-ACCT-LEN              PIC 9(02) VALUE 0.
          05 WS-UCPU-FOR-LOG          PIC Z(6)9.99.
          05 WS-SCPU-FOR-LOG          PIC Z(6)9.99.
          05 WS-MAXKB-FOR-LOG         PIC Z(8)9.
          05 CBL-FILE-STATUS          PIC S9(9) COMP-5 VALUE 0.
          05 WS-RUN-ID                PIC X(14) VALUE SPACES.
          05 WS-TODAY-DATE            PIC X(08) VALUE SPACES.
          05 WS-AUT-IDX               PIC 9(03) VALUE 0.
          05 WS-AUT-HIT               PIC 9(03) VALUE 0.
          05 WS-EFF-MAX-RC            PIC 9(04) VALUE 0.
          05 WS-LDG-PARM              PIC X(24) VALUE SPACES.
          05 WS-LDG-DECK              PIC 9(03) VALUE 0.
          05 WS-LDG-RC                PIC 9(04) VALUE 0.
          05 WS-DK-CHK-MODE           PIC X(04) VALUE "ABRT".
             88 DECKCHK-IS-OFF        VALUE "NONE".
             88 DECKCHK-ABORTS        VALUE "ABRT".
          05 WS-DK-REG-LOADED         PIC X(01) VALUE "N".
          05 WS-DK-CARD               PIC X(80) VALUE SPACES.
          05 WS-DK-POS                PIC 9(02) VALUE 0.
          05 WS-DK-HASH               PIC 9(09) VALUE 0.
          05 WS-DK-DECK-FP            PIC 9(09) VALUE 0.
          05 WS-DK-DECK-CARDS         PIC 9(05) VALUE 0.
          05 WS-DK-MEM-FP             PIC 9(09) VALUE 0.
          05 WS-DK-MEM-CARDS          PIC 9(05) VALUE 0.
          05 WS-DK-LOOK-TYPE          PIC X(04) VALUE SPACES.
          05 WS-DK-LOOK-NAME          PIC X(08) VALUE SPACES.
          05 WS-DK-LOOK-FP            PIC 9(09) VALUE 0.
          05 WS-DK-LOOK-CARDS         PIC 9(05) VALUE 0.
          05 WS-DK-LOOK-RESULT        PIC X(08) VALUE SPACES.
          05 WS-DK-IDX                PIC 9(03) VALUE 0.
          05 WS-DK-HIT                PIC 9(03) VALUE 0.
          05 WS-DK-DECK-CHK           PIC X(08) VALUE "NOREG".
          05 WS-DK-PROBLEMS           PIC 9(03) VALUE 0.
          05 WS-DK-LOG-STATUS         PIC X(08) VALUE SPACES.
          05 WS-DK-LOG-RC             PIC 9(04) VALUE 0.
          05 WS-DK-LOG-LINE           PIC X(80) VALUE SPACES.
          05 WS-RUNON-CLASS           PIC X(12) VALUE "DAILY".
          05 WS-CAL-TODAY-INT         PIC 9(08) VALUE 0.
          05 WS-CAL-TODAY-DOW         PIC 9(01) VALUE 0.
          05 WS-SLOW-LIMIT            PIC 9(09) VALUE 0.
          05 WS-CMP-TEXT              PIC X(60) VALUE SPACES.
          05 WS-ALERT-RC              PIC 9(04) VALUE 0008.
          05 WS-WF-TOKENS.
             10 WS-WF-TOK             PIC X(60) OCCURS 5 TIMES.
          05 WS-WF-TOK-UC             PIC X(60) VALUE SPACES.
          05 WS-WF-IDX                PIC 9(01) VALUE 0.
          05 WS-WF-CARD-BAD           PIC X(01) VALUE "N".
          05 WS-WF-JOB                PIC X(08) VALUE SPACES.
          05 WS-WF-RC                 PIC 9(04) VALUE 0.
          05 WS-WF-MAX                PIC 9(04) VALUE 0.
          05 WS-WF-FILE-RAW           PIC X(60) VALUE SPACES.
          05 WS-WF-RAW-LEN            PIC 9(02) VALUE 0.
          05 WS-WF-STATE              PIC X(01) VALUE SPACE.
          05 WS-WF-EXPIRED            PIC X(01) VALUE "N".
          05 WS-WF-BUSDATE            PIC X(08) VALUE SPACES.
          05 WS-WF-NOW-TS             PIC X(21) VALUE SPACES.
          05 WS-WF-NOW-SECS           PIC 9(12) VALUE 0.
          05 WS-WF-LIMIT-SECS         PIC 9(12) VALUE 0.
          05 WS-WF-LDG-EOF            PIC X(01) VALUE "N".
          05 WS-WF-RUN-CNT            PIC 9(02) VALUE 0.
          05 WS-WF-RUN-IDX            PIC 9(02) VALUE 0.
          05 WS-WF-RUN-TBL.
             10 WS-WF-RUN             PIC X(14) OCCURS 50 TIMES.
          05 WS-WF-F-DUMMY            PIC X(20) VALUE SPACES.
          05 WS-WF-F-RUN              PIC X(20) VALUE SPACES.
          05 WS-WF-F-JOB              PIC X(20) VALUE SPACES.
          05 WS-WF-F-END              PIC X(20) VALUE SPACES.
          05 WS-WF-F-CMDS             PIC X(20) VALUE SPACES.
          05 WS-WF-F-FAILS            PIC X(20) VALUE SPACES.
          05 WS-WF-F-WORST            PIC X(20) VALUE SPACES.
          05 WS-WF-F-REST             PIC X(80) VALUE SPACES.

       01 CONTROL-REC-UPPER            PIC X(80).
       01 CARDIN-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 SYSCMDLOG-FILE-STATUS        PIC X(02) VALUE SPACES.
       01 CMDRST-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 RCSTAT-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 ACCTST-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 ALERTOUT-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 PATHAUTH-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 CMDLOCK-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 CMDBASE-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 CALENDAR-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 RUNLEDG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 DECKREG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01 SECRETS-FILE-STATUS          PIC X(02) VALUE SPACES.

       01 WS-PATH-PREFIXES.
          05 WS-PATH-PFX-CNT          PIC 9(02) VALUE 0.
             10 WS-CMD-LABEL        PIC X(08) VALUE SPACES.
             10 WS-CMD-AUTH-RC      PIC 9(04) VALUE 0.
             10 WS-CMD-RUNON        PIC X(12) VALUE "DAILY".
             10 WS-CMD-WAIT-FILE    PIC X(200) VALUE SPACES.
             10 WS-CMD-WAIT-RC      PIC 9(04) VALUE 0.
             10 WS-CMD-WAIT-MAX     PIC 9(04) VALUE 0.
             10 WS-CMD-UCPU         PIC 9(07)V99 VALUE 0.
             10 WS-CMD-SCPU         PIC 9(07)V99 VALUE 0.
             10 WS-CMD-MAXKB        PIC 9(09) VALUE 0.

       COPY MFJCTLBC REPLACING ==(TAG)== BY ==CTLB==.
       COPY CMDAUTH.
       COPY CMDAUTHF.
       COPY DECKREGF.
       COPY SECRETF.
       COPY CHAINF.

       LINKAGE SECTION.
       01  PARM-BUFFER.
               10  PARM-ALERT-RC   PIC X(04).
               10  PARM-PREFLIGHT  PIC X(04).
               10  PARM-LOCK-OVR   PIC X(04).
               10  PARM-DECK-CHK   PIC X(04).
       PROCEDURE DIVISION  USING PARM-BUFFER.

      **************************************************************
            IF PARM-LENGTH >= 20
               MOVE PARM-LOCK-OVR TO WS-LOCK-OVERRIDE
            END-IF.
            IF PARM-LENGTH >= 24
               IF PARM-DECK-CHK = "WARN" OR "ABRT" OR "NONE"
                  MOVE PARM-DECK-CHK TO WS-DK-CHK-MODE
               END-IF
            END-IF.

            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID.
            MOVE WS-RUN-ID(1:8) TO WS-TODAY-DATE.

            PERFORM P0800-LOAD-PATHAUTH THRU P0809-EXIT.

            PERFORM P0840-LOAD-SECRETS THRU P0849-EXIT.

            PERFORM P0850-LOAD-CMDAUTH THRU P0859-EXIT.

            PERFORM P0860-LOAD-DECKREG THRU P0869-EXIT.

            PERFORM P0870-LOAD-CMDBASE THRU P0879-EXIT.

            PERFORM P0880-LOAD-CALENDAR THRU P0889-EXIT.

            PERFORM P1500-READ-CARDIN THRU P1509-EXIT.

            PERFORM P1550-CHECK-DECK-REGISTER THRU P1559-EXIT.
            IF WS-DK-PROBLEMS > 0 AND DECKCHK-ABORTS
                  AND NOT WS-RUN-MODE-TEST
               DISPLAY "UNAPPROVED DECK IN PROD MODE - "
                       "NOTHING EXECUTED"
               PERFORM P0900-RELEASE-RUN-LOCK THRU P0909-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            MOVE 1 TO CMD-INDX.
      ********************************************************************
      *  THIS PART OF CODE WILL GET THE SYSOUT FILE NAME AND USE IT
      *  AS THE BASE FOR THE PARALLEL GROUP RC-STATUS AND THE
      *  RESOURCE-ACCOUNTING SCRATCH FILES
      ********************************************************************
            MOVE "SYSOUT" TO CTLB-DDNAME.
            PERFORM P2000-GET-FILE-FOR-DD THRU P2009-EXIT.

            MOVE CTLB-FILENAME TO WS-FILE-NAME.

            PERFORM P3040-SETUP-ACCOUNTING THRU P3041-EXIT.

            PERFORM P1800-PREFLIGHT-DECK THRU P1809-EXIT.
            IF WS-PF-ERRORS > 0 AND PREFLIGHT-ABORTS
               DISPLAY "PRE-FLIGHT FAILURES IN ABORT MODE - "
                              MOVE 0 TO WS-STEP-RC
                              ADD 1 TO CMD-INDX
                           ELSE
                              IF WS-CMD-TYPE(CMD-INDX) = "W"
                                 PERFORM P3900-RUN-WAITFOR
                                              THRU P3909-EXIT
                              ELSE
                                 PERFORM P3000-RUN-ONE-COMMAND
                                              THRU P3009-EXIT
                              END-IF
                           END-IF
                        END-IF
                     END-IF
               PERFORM P6900-MARK-RESTART-COMPLETE THRU P6909-EXIT
            END-IF.

            PERFORM P5940-LOG-SECRETS-USED THRU P5949-EXIT.

            PERFORM P5200-WRITE-LEDGER-TRL THRU P5209-EXIT.

            PERFORM P0900-RELEASE-RUN-LOCK THRU P0909-EXIT.
       P0809-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE PROTECTED SECRETS (SECRET-RECORD LINES, ONE PER
      ** NAME; BLANK LINES AND LINES STARTING "*" ARE COMMENTS) SO
      ** &SECRET(name). TOKENS CAN BE RESOLVED.  ONLY THE NUMBER OF
      ** SECRETS LOADED IS EVER PRINTED - NEVER A NAME OR A VALUE.
      ** WHEN THE DATASET IS NOT ALLOCATED EVERY &SECRET() TOKEN
      ** FAILS TO RESOLVE, WHICH THE PRE-FLIGHT PASS REPORTS.
      **************************************************************
       P0840-LOAD-SECRETS.

            MOVE 0 TO SECRET-CNT.

            OPEN INPUT SECRETS-FILE.
            IF SECRETS-FILE-STATUS NOT = "00"
               DISPLAY "SECRETS NOT PRESENT - &SECRET() TOKENS WILL "
                       "NOT RESOLVE"
               GO TO P0849-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ SECRETS-FILE INTO SECRET-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SECRET-RECORD NOT = SPACES
                             AND SECRET-RECORD(1:1) NOT = "*"
                             AND SECRET-NAME NOT = SPACES
                          IF SECRET-CNT >= 50
                             DISPLAY "SECRETS EXCEEDS THE 50 ENTRY "
                                     "LIMIT - REMAINING LINES ARE "
                                     "NOT READ"
                             MOVE "Y" TO WS-EOF
                          ELSE
                             ADD 1 TO SECRET-CNT
                             MOVE FUNCTION UPPER-CASE(SECRET-NAME)
                                  TO SECRET-T-NAME(SECRET-CNT)
                             MOVE SECRET-VALUE
                                  TO SECRET-T-VALUE(SECRET-CNT)
                             MOVE 0 TO SECRET-T-LEN(SECRET-CNT)
                             IF SECRET-VALUE NOT = SPACES
                                COMPUTE SECRET-T-LEN(SECRET-CNT) =
                                    FUNCTION LENGTH(FUNCTION TRIM(
                                      SECRET-VALUE TRAILING))
                             END-IF
                             MOVE "N" TO SECRET-T-USED(SECRET-CNT)
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE SECRETS-FILE.

            DISPLAY "PROTECTED SECRETS LOADED: " SECRET-CNT.

       P0849-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE APPROVED-COMMAND TABLE FROM THE CMDAUTH MASTER
      ** DATASET (ONE CMDAUTF-RECORD LINE PER VERB; BLANK LINES AND
       P0859-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE CURRENT (APPROVED ON OR BEFORE TODAY, NOT YET
      ** RETIRED) ENTRIES OF THE APPROVED-DECK REGISTER FROM THE
      ** DECKREG DATASET.  WHEN THE DATASET IS NOT ALLOCATED THE
      ** DECK AND MEMBER FINGERPRINTS ARE ONLY RECORDED, NEVER
      ** ENFORCED, SO AN UNCONVERTED JOB KEEPS ITS HISTORIC
      ** BEHAVIOUR.
      **************************************************************
       P0860-LOAD-DECKREG.

            MOVE 0 TO DECKREG-CNT.
            MOVE "N" TO WS-DK-REG-LOADED.

            IF DECKCHK-IS-OFF
               DISPLAY "DECK REGISTER CHECK TURNED OFF BY PARM"
               GO TO P0869-EXIT
            END-IF.

            OPEN INPUT DECKREG-FILE.
            IF DECKREG-FILE-STATUS NOT = "00"
               DISPLAY "DECKREG NOT PRESENT - DECK FINGERPRINTS "
                       "RECORDED BUT NOT CHECKED"
               GO TO P0869-EXIT
            END-IF.

            MOVE "N" TO WS-EOF.
            PERFORM UNTIL WS-EOF = "Y"
               READ DECKREG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DECKREG-IN-REC NOT = SPACES
                             AND DECKREG-IN-REC(1:1) NOT = "*"
                          MOVE DECKREG-IN-REC TO DECKREG-RECORD
                          IF DECKREG-APPR-DATE <= WS-TODAY-DATE
                                AND DECKREG-RETIRED > WS-TODAY-DATE
                                AND DECKREG-FPRINT IS NUMERIC
                                AND DECKREG-CARDS IS NUMERIC
                             IF DECKREG-CNT >= 200
                                DISPLAY "DECKREG EXCEEDS THE 200 "
                                        "ENTRY LIMIT - REMAINING "
                                        "LINES ARE NOT READ"
                                MOVE "Y" TO WS-EOF
                             ELSE
                                ADD 1 TO DECKREG-CNT
                                MOVE FUNCTION UPPER-CASE(DECKREG-TYPE)
                                     TO DECKREG-T-TYPE(DECKREG-CNT)
                                MOVE FUNCTION UPPER-CASE(DECKREG-NAME)
                                     TO DECKREG-T-NAME(DECKREG-CNT)
                                MOVE DECKREG-FPRINT
                                     TO DECKREG-T-FPRINT(DECKREG-CNT)
                                MOVE DECKREG-CARDS
                                     TO DECKREG-T-CARDS(DECKREG-CNT)
                                MOVE DECKREG-APPROVER
                                     TO DECKREG-T-APPROVER(DECKREG-CNT)
                                MOVE DECKREG-APPR-DATE
                                     TO DECKREG-T-DATE(DECKREG-CNT)
                                MOVE DECKREG-RETIRED
                                     TO DECKREG-T-RETIRED(DECKREG-CNT)
                             END-IF
                          END-IF
                       END-IF
               END-READ
            END-PERFORM.

            CLOSE DECKREG-FILE.
            MOVE "Y" TO WS-DK-REG-LOADED.

            DISPLAY "DECK REGISTER LOADED - CURRENT ENTRIES: "
                    DECKREG-CNT.

       P0869-EXIT.
           EXIT.

      **************************************************************
      ** LOAD THE ELAPSED-TIME BASELINE SYSCMDRP WROTE TO THE
      ** CMDBASE DATASET (RUNS / AVG / MAX PER COMMAND).  A MISSING
                     WHEN "&SETVAR"
                        DISPLAY "&SETVAR IS SUPPORTED BY SYSCMDSP "
                                "ONLY - CARD IGNORED"
                     WHEN "&WAITFOR"
                        PERFORM P1762-ADD-WAITFOR-ENTRY
                                    THRU P1763-EXIT
                     WHEN OTHER
                        IF INDX > 500
                           DISPLAY "CARDIN DECK EXCEEDS THE 500 "
      ** DEEPEST OPEN &INCLUDE MEMBER WHILE ONE STILL HAS CARDS
      ** QUEUED (POPPING EXHAUSTED LEVELS), OTHERWISE FROM CARDIN
      ** ITSELF.  END-OF-FILE IS ONLY EVER SIGNALLED BY CARDIN.
      ** EVERY CARD HANDED OUT IS FOLDED INTO THE DECK FINGERPRINT,
      ** SO THE FINGERPRINT COVERS THE DECK AS EXPANDED.
      **************************************************************
       P1510-GET-NEXT-CARD.

               END-READ
            END-IF.

            IF WS-EOF NOT = "Y"
               MOVE CONTROL-REC-UPPER TO WS-DK-CARD
               MOVE WS-DK-DECK-FP TO WS-DK-HASH
               PERFORM P1540-HASH-CARD THRU P1549-EXIT
               MOVE WS-DK-HASH TO WS-DK-DECK-FP
               ADD 1 TO WS-DK-DECK-CARDS
            END-IF.

       P1519-EXIT.
           EXIT.

            MOVE 0 TO WS-INC-CARD-CNT(WS-INC-DEPTH).
            MOVE 1 TO WS-INC-CARD-PTR(WS-INC-DEPTH).

            MOVE 0 TO WS-DK-MEM-FP WS-DK-MEM-CARDS.
            MOVE "N" TO WS-INC-SCAN-DONE.
            PERFORM UNTIL WS-INC-SCAN-DONE = "Y"
               READ PROCINC-FILE
                          END-IF
                          MOVE "Y" TO WS-INC-SCAN-DONE
                       ELSE
                          MOVE PROCINC-REC TO WS-DK-CARD
                          MOVE WS-DK-MEM-FP TO WS-DK-HASH
                          PERFORM P1540-HASH-CARD THRU P1549-EXIT
                          MOVE WS-DK-HASH TO WS-DK-MEM-FP
                          ADD 1 TO WS-DK-MEM-CARDS
                          PERFORM P1530-SUBST-INC-PARAMS
                                      THRU P1539-EXIT
                          ADD 1 TO WS-INC-CARD-CNT(WS-INC-DEPTH)
                    " - CARDS: " WS-INC-CARD-CNT(WS-INC-DEPTH)
                    " (LEVEL " WS-INC-DEPTH ")".

            PERFORM P1560-CHECK-MEMBER-REG THRU P1569-EXIT.

       P1529-EXIT.
           EXIT.

       P1539-EXIT.
           EXIT.

      **************************************************************
      ** FOLD THE 80-BYTE CARD IN WS-DK-CARD INTO THE RUNNING
      ** FINGERPRINT IN WS-DK-HASH.  EVERY BYTE COUNTS, IN ORDER,
      ** SO AN EDITED, ADDED, DROPPED OR REORDERED CARD ALL CHANGE
      ** THE RESULT.  THE MODULUS IS PRIME AND KEEPS THE VALUE IN
      ** NINE DIGITS.  SYSCMDDR, SYSCMDSP AND SYSCMDST MUST FOLD
      ** CARDS THE SAME WAY.
      **************************************************************
       P1540-HASH-CARD.

            PERFORM VARYING WS-DK-POS FROM 1 BY 1
                    UNTIL WS-DK-POS > 80
               COMPUTE WS-DK-HASH = FUNCTION MOD(
                   WS-DK-HASH * 31
                   + FUNCTION ORD(WS-DK-CARD(WS-DK-POS:1)),
                   999999937)
            END-PERFORM.

       P1549-EXIT.
           EXIT.

      **************************************************************
      ** THE WHOLE DECK IS READ: REPORT ITS FINGERPRINT AND CHECK IT
      ** AGAINST THE REGISTER ENTRY FOR THIS JOB.  THE MEMBER CHECKS
      ** MADE AS EACH &INCLUDE WAS EXPANDED (P1560) COUNT TOWARD THE
      ** SAME PROBLEM TOTAL.  TEST MODE AND THE WARN PARM ONLY
      ** REPORT; IN PROD MODE WITH ABRT (THE DEFAULT) THE CALLER
      ** REFUSES THE RUN.  EITHER WAY A PROBLEM IS WRITTEN TO THE
      ** SYSCMDLOG AUDIT TRAIL.
      **************************************************************
       P1550-CHECK-DECK-REGISTER.

            DISPLAY "DECK FINGERPRINT FOR JOB " WS-LOCK-JOBNAME
                    ": " WS-DK-DECK-FP " CARDS: " WS-DK-DECK-CARDS.

            IF DECKCHK-IS-OFF
               MOVE "NOCHECK" TO WS-DK-DECK-CHK
               MOVE 0 TO WS-DK-PROBLEMS
               GO TO P1559-EXIT
            END-IF.
            IF WS-DK-REG-LOADED NOT = "Y"
               MOVE "NOREG" TO WS-DK-DECK-CHK
               MOVE 0 TO WS-DK-PROBLEMS
               GO TO P1559-EXIT
            END-IF.

            MOVE "DECK" TO WS-DK-LOOK-TYPE.
            MOVE WS-LOCK-JOBNAME TO WS-DK-LOOK-NAME.
            MOVE WS-DK-DECK-FP TO WS-DK-LOOK-FP.
            MOVE WS-DK-DECK-CARDS TO WS-DK-LOOK-CARDS.
            PERFORM P1570-LOOKUP-DECKREG THRU P1579-EXIT.
            MOVE WS-DK-LOOK-RESULT TO WS-DK-DECK-CHK.

            EVALUATE WS-DK-LOOK-RESULT
               WHEN "APPROVED"
                  DISPLAY "DECK MATCHES THE VERSION APPROVED BY "
                          DECKREG-T-APPROVER(WS-DK-HIT)
                          " ON " DECKREG-T-DATE(WS-DK-HIT)
                  IF WS-DK-PROBLEMS > 0
                     MOVE "MEMBER" TO WS-DK-DECK-CHK
                  END-IF
               WHEN "CHANGED"
                  ADD 1 TO WS-DK-PROBLEMS
                  DISPLAY "DECK FOR JOB " WS-LOCK-JOBNAME
                          " HAS CHANGED SINCE ITS APPROVED VERSION "
                          "(FINGERPRINT "
                          DECKREG-T-FPRINT(WS-DK-HIT) " CARDS "
                          DECKREG-T-CARDS(WS-DK-HIT) ")"
               WHEN OTHER
                  ADD 1 TO WS-DK-PROBLEMS
                  DISPLAY "DECK FOR JOB " WS-LOCK-JOBNAME
                          " IS NOT IN THE APPROVED-DECK REGISTER"
            END-EVALUATE.

            IF WS-DK-PROBLEMS = 0
               GO TO P1559-EXIT
            END-IF.

            DISPLAY "UNAPPROVED DECK CONTENT - PROBLEMS: "
                    WS-DK-PROBLEMS.
            MOVE SPACES TO WS-DK-LOG-LINE.
            STRING "DECK " DELIMITED BY SIZE
                   WS-LOCK-JOBNAME DELIMITED BY SPACE
                   " FPRINT=" DELIMITED BY SIZE
                   WS-DK-DECK-FP DELIMITED BY SIZE
                   " CARDS=" DELIMITED BY SIZE
                   WS-DK-DECK-CARDS DELIMITED BY SIZE
                   " CHECK=" DELIMITED BY SIZE
                   WS-DK-DECK-CHK DELIMITED BY SPACE
                   " PROBLEMS=" DELIMITED BY SIZE
                   WS-DK-PROBLEMS DELIMITED BY SIZE
                   INTO WS-DK-LOG-LINE
            END-STRING.

            EVALUATE TRUE
               WHEN WS-RUN-MODE-TEST
                  DISPLAY "TEST MODE - UNAPPROVED DECK ALLOWED"
                  MOVE "DECKWARN" TO WS-DK-LOG-STATUS
                  MOVE 0 TO WS-DK-LOG-RC
               WHEN DECKCHK-ABORTS
                  MOVE "DECKREJ" TO WS-DK-LOG-STATUS
                  MOVE 16 TO WS-DK-LOG-RC
                  DISPLAY "SYSCMDDK RUN=" WS-RUN-ID
                          " JOB=" WS-LOCK-JOBNAME
                          " UNAPPROVED DECK REFUSED - FINGERPRINT "
                          WS-DK-DECK-FP
                          UPON CONSOLE
               WHEN OTHER
                  DISPLAY "DECK CHECK IN WARN MODE - RUN CONTINUES"
                  MOVE "DECKWARN" TO WS-DK-LOG-STATUS
                  MOVE 0 TO WS-DK-LOG-RC
            END-EVALUATE.

            PERFORM P1580-LOG-DECK-CHECK THRU P1589-EXIT.

       P1559-EXIT.
           EXIT.

      **************************************************************
      ** AN &INCLUDE MEMBER HAS JUST BEEN READ: REPORT ITS OWN
      ** FINGERPRINT (TAKEN OVER THE CARDS AS STORED, BEFORE ANY
      ** &1..&6 SUBSTITUTION, SO ONE APPROVAL COVERS EVERY CALLER)
      ** AND CHECK IT AGAINST THE REGISTER'S PROC ENTRY FOR THE
      ** MEMBER NAME.
      **************************************************************
       P1560-CHECK-MEMBER-REG.

            MOVE "PROC" TO WS-DK-LOOK-TYPE.
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INC-MEMBER-RAW))
                 TO WS-DK-LOOK-NAME.
            MOVE WS-DK-MEM-FP TO WS-DK-LOOK-FP.
            MOVE WS-DK-MEM-CARDS TO WS-DK-LOOK-CARDS.

            IF DECKCHK-IS-OFF OR WS-DK-REG-LOADED NOT = "Y"
               DISPLAY "MEMBER " WS-DK-LOOK-NAME
                       " FINGERPRINT: " WS-DK-LOOK-FP
                       " CARDS: " WS-DK-LOOK-CARDS
               GO TO P1569-EXIT
            END-IF.

            PERFORM P1570-LOOKUP-DECKREG THRU P1579-EXIT.

            DISPLAY "MEMBER " WS-DK-LOOK-NAME
                    " FINGERPRINT: " WS-DK-LOOK-FP
                    " CARDS: " WS-DK-LOOK-CARDS
                    " - " WS-DK-LOOK-RESULT.
            IF WS-DK-LOOK-RESULT NOT = "APPROVED"
               ADD 1 TO WS-DK-PROBLEMS
            END-IF.

       P1569-EXIT.
           EXIT.

      **************************************************************
      ** LOOK UP THE TYPE/NAME/FINGERPRINT/CARD COUNT IN WS-DK-LOOK-*
      ** AMONG THE CURRENT REGISTER ENTRIES: APPROVED WHEN AN ENTRY
      ** MATCHES EXACTLY, CHANGED WHEN THE NAME IS REGISTERED UNDER
      ** A DIFFERENT FINGERPRINT, UNREG WHEN IT IS NOT REGISTERED.
      ** WS-DK-HIT POINTS AT THE MATCHING (OR LAST SAME-NAME) ENTRY.
      **************************************************************
       P1570-LOOKUP-DECKREG.

            MOVE "UNREG" TO WS-DK-LOOK-RESULT.
            MOVE 0 TO WS-DK-HIT.

            PERFORM VARYING WS-DK-IDX FROM 1 BY 1
                    UNTIL WS-DK-IDX > DECKREG-CNT
                       OR WS-DK-LOOK-RESULT = "APPROVED"
               IF DECKREG-T-TYPE(WS-DK-IDX) = WS-DK-LOOK-TYPE
                     AND DECKREG-T-NAME(WS-DK-IDX) = WS-DK-LOOK-NAME
                  MOVE WS-DK-IDX TO WS-DK-HIT
                  IF DECKREG-T-FPRINT(WS-DK-IDX) = WS-DK-LOOK-FP
                        AND DECKREG-T-CARDS(WS-DK-IDX)
                            = WS-DK-LOOK-CARDS
                     MOVE "APPROVED" TO WS-DK-LOOK-RESULT
                  ELSE
                     MOVE "CHANGED" TO WS-DK-LOOK-RESULT
                  END-IF
               END-IF
            END-PERFORM.

       P1579-EXIT.
           EXIT.

      **************************************************************
      ** APPEND THE DECK-CHECK OUTCOME TO THE SYSCMDLOG AUDIT TRAIL
      ** IN THE SAME FIELD STYLE AS A COMMAND LINE (STATUS DECKREJ
      ** WHEN THE RUN IS REFUSED, DECKWARN WHEN IT GOES AHEAD).
      **************************************************************
       P1580-LOG-DECK-CHECK.

            OPEN EXTEND SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS = "35"
               OPEN OUTPUT SYSCMDLOG-FILE
            END-IF.

            IF SYSCMDLOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSCMDLOG - FILE STATUS: "
                       SYSCMDLOG-FILE-STATUS
               GO TO P1589-EXIT
            END-IF.

            MOVE SPACES TO SYSCMDLOG-REC.
            STRING "IDX=000 START=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                   " END=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                   " ELAPSED=0 RC=" DELIMITED BY SIZE
                   WS-DK-LOG-RC DELIMITED BY SIZE
                   " STATUS=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DK-LOG-STATUS) DELIMITED BY SIZE
                   " TRY=001 ARCH=- RUN=" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   " CMD=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DK-LOG-LINE) DELIMITED BY SIZE
                   INTO SYSCMDLOG-REC
            END-STRING.

            PERFORM P5050-WRITE-LOG-LINE THRU P5059-EXIT.
            CLOSE SYSCMDLOG-FILE.

       P1589-EXIT.
           EXIT.

      **************************************************************
      ** APPLY A &TIMEOUT CONTROL CARD.  "&TIMEOUT nnn" SETS THE
      ** DECK-WIDE LIMIT (IN SECONDS) FOR EVERY COMMAND THAT
       P1769-EXIT.
           EXIT.

      **************************************************************
      ** STORE AN "&WAITFOR JOB=name [RC<=n] [FILE=&DD(x).]
      ** [MAXWAIT=mm]" CARD AS A TYPED ENTRY ("W") THAT HOLDS THE
      ** DECK AT THAT POINT (SEE P3900).  THE JOB NAME RIDES IN THE
      ** LABEL FIELD.  KEYWORDS COME IN ANY ORDER; AT LEAST ONE OF
      ** JOB= AND FILE= IS NEEDED.  THE FILE OPERAND KEEPS ITS CASE
      ** AND A LEADING &DD() TOKEN IS RESOLVED HERE THROUGH THE SAME
      ** LOOKUP &WORKDIR USES (THE TRAILING "." OF THE TOKEN MAY BE
      ** LEFT OFF).  RC<= DEFAULTS TO 0 - ONLY A CLEAN PREDECESSOR
      ** COUNTS - AND MAXWAIT (MINUTES) DEFAULTS TO 0, NO LIMIT.  A
      ** BAD CARD IS REPORTED AND DROPPED, AND THE RUN CARRIES AT
      ** LEAST RC 8: A WAIT THAT SILENTLY VANISHED WOULD LET THE
      ** DEPENDENT STEPS RUN AHEAD OF THEIR PREDECESSOR.
      **************************************************************
       P1762-ADD-WAITFOR-ENTRY.

            MOVE SPACES TO WS-WF-TOKENS WS-WF-JOB WS-WF-FILE-RAW.
            MOVE 0 TO WS-WF-RC WS-WF-MAX.
            MOVE "N" TO WS-WF-CARD-BAD.

            UNSTRING WS-CARD-LINE DELIMITED BY ALL " "
                INTO WS-INC-DUMMY WS-WF-TOK(1) WS-WF-TOK(2)
                     WS-WF-TOK(3) WS-WF-TOK(4) WS-WF-TOK(5)
            END-UNSTRING.

            PERFORM VARYING WS-WF-IDX FROM 1 BY 1
                    UNTIL WS-WF-IDX > 5
                       OR WS-WF-CARD-BAD = "Y"
               IF WS-WF-TOK(WS-WF-IDX) NOT = SPACES
                  PERFORM P1764-TAKE-WAITFOR-KEYWORD
                              THRU P1765-EXIT
               END-IF
            END-PERFORM.

            IF WS-WF-JOB = SPACES AND WS-WF-FILE-RAW = SPACES
               MOVE "Y" TO WS-WF-CARD-BAD
            END-IF.

            IF WS-WF-CARD-BAD = "Y"
               DISPLAY "INVALID &WAITFOR CARD IGNORED: "
                       FUNCTION TRIM(WS-CARD-LINE)
               IF SAVED-RETURN-CODE < 8
                  MOVE 8 TO SAVED-RETURN-CODE
               END-IF
               GO TO P1763-EXIT
            END-IF.

            MOVE SPACES TO WS-WD-RESOLVED.
            IF WS-WF-FILE-RAW NOT = SPACES
               COMPUTE WS-WF-RAW-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-WF-FILE-RAW))
               IF WS-WF-FILE-RAW(1:4) = "&DD("
                     AND WS-WF-FILE-RAW(WS-WF-RAW-LEN:1) = ")"
                  MOVE "." TO WS-WF-FILE-RAW(WS-WF-RAW-LEN + 1:1)
               END-IF
               MOVE SPACES TO WS-WD-RAW
               MOVE WS-WF-FILE-RAW TO WS-WD-RAW
               PERFORM P1786-RESOLVE-WORKDIR THRU P1787-EXIT
               IF WS-WD-OK NOT = "Y"
                  DISPLAY "&WAITFOR DD TOKEN DOES NOT RESOLVE - "
                          "CARD IGNORED: "
                          FUNCTION TRIM(WS-CARD-LINE)
                  IF SAVED-RETURN-CODE < 8
                     MOVE 8 TO SAVED-RETURN-CODE
                  END-IF
                  GO TO P1763-EXIT
               END-IF
            END-IF.

            MOVE "W" TO WS-CTL-TYPE.
            PERFORM P1750-ADD-CONTROL-ENTRY THRU P1759-EXIT.
            IF WS-EOF NOT = "Y"
               MOVE WS-WF-JOB TO WS-CMD-LABEL(INDX - 1)
               MOVE WS-WD-RESOLVED TO WS-CMD-WAIT-FILE(INDX - 1)
               MOVE WS-WF-RC TO WS-CMD-WAIT-RC(INDX - 1)
               MOVE WS-WF-MAX TO WS-CMD-WAIT-MAX(INDX - 1)
               MOVE WS-RUNON-CLASS TO WS-CMD-RUNON(INDX - 1)
            END-IF.

       P1763-EXIT.
           EXIT.

      **************************************************************
      ** TAKE ONE KEYWORD=VALUE OPERAND OF AN &WAITFOR CARD.  AN
      ** UNKNOWN KEYWORD, A JOB NAME OVER EIGHT CHARACTERS OR A
      ** NON-NUMERIC RC / MAXWAIT MARKS THE WHOLE CARD BAD.
      **************************************************************
       P1764-TAKE-WAITFOR-KEYWORD.

            MOVE FUNCTION UPPER-CASE(WS-WF-TOK(WS-WF-IDX))
                 TO WS-WF-TOK-UC.

            EVALUATE TRUE
               WHEN WS-WF-TOK-UC(1:4) = "JOB="
                  IF WS-WF-TOK-UC(5:8) = SPACES
                        OR WS-WF-TOK-UC(13:48) NOT = SPACES
                     MOVE "Y" TO WS-WF-CARD-BAD
                  ELSE
                     MOVE WS-WF-TOK-UC(5:8) TO WS-WF-JOB
                  END-IF
               WHEN WS-WF-TOK-UC(1:4) = "RC<="
                  MOVE WS-WF-TOK-UC(5:20) TO WS-CARD-NUM-TXT
                  PERFORM P1790-PARSE-CARD-NUMBER THRU P1799-EXIT
                  IF NOT CARD-NUM-IS-GOOD OR WS-CARD-NUM > 9999
                     MOVE "Y" TO WS-WF-CARD-BAD
                  ELSE
                     MOVE WS-CARD-NUM TO WS-WF-RC
                  END-IF
               WHEN WS-WF-TOK-UC(1:5) = "FILE="
                  IF WS-WF-TOK(WS-WF-IDX)(6:55) = SPACES
                     MOVE "Y" TO WS-WF-CARD-BAD
                  ELSE
                     MOVE WS-WF-TOK(WS-WF-IDX)(6:55)
                          TO WS-WF-FILE-RAW
                  END-IF
               WHEN WS-WF-TOK-UC(1:8) = "MAXWAIT="
                  MOVE WS-WF-TOK-UC(9:20) TO WS-CARD-NUM-TXT
                  PERFORM P1790-PARSE-CARD-NUMBER THRU P1799-EXIT
                  IF NOT CARD-NUM-IS-GOOD OR WS-CARD-NUM > 9999
                     MOVE "Y" TO WS-WF-CARD-BAD
                  ELSE
                     MOVE WS-CARD-NUM TO WS-WF-MAX
                  END-IF
               WHEN OTHER
                  MOVE "Y" TO WS-WF-CARD-BAD
            END-EVALUATE.

       P1765-EXIT.
           EXIT.

      **************************************************************
      ** WALK THE WHOLE DECK BEFORE THE FIRST COMMAND EXECUTES:
      ** RESOLVE EVERY &DD() TOKEN, CHECK EVERY LEADING TOKEN
       P3009-EXIT.
           EXIT.

      **************************************************************
      ** RESOURCE ACCOUNTING: EVERY COMMAND THAT REACHES THE SHELL
      ** RUNS UNDER GNU time, WHICH WRITES THE COMMAND'S USER CPU,
      ** SYSTEM CPU (SECONDS) AND PEAK RESIDENT MEMORY (KB) TO A
      ** SCRATCH ".ACT" FILE NAMED OFF THE SYSOUT DD.  THE FIGURES
      ** RIDE ON THE SYSCMDLOG DETAIL LINE (UCPU= SCPU= MAXKB=).  A
      ** SYSTEM WITHOUT THE UTILITY RUNS THE COMMANDS BARE AND LOGS
      ** ZERO USAGE - ACCOUNTING IS BOOKKEEPING, NEVER A REASON TO
      ** FAIL A STEP.
      **************************************************************
       P3040-SETUP-ACCOUNTING.

            MOVE "N" TO WS-ACCT-ON.
            CALL "CBL_CHECK_FILE_EXIST"
                 USING WS-ACCT-PGM, WS-PF-FILE-DETAILS
                 RETURNING CBL-FILE-STATUS.
            MOVE 0 TO RETURN-CODE.

            IF CBL-FILE-STATUS = 0
               MOVE "Y" TO WS-ACCT-ON
               DISPLAY "RESOURCE ACCOUNTING ON VIA "
                       FUNCTION TRIM(WS-ACCT-PGM)
            ELSE
               DISPLAY "RESOURCE ACCOUNTING OFF - "
                       FUNCTION TRIM(WS-ACCT-PGM)
                       " NOT FOUND, USAGE LOGGED AS ZERO"
            END-IF.

       P3041-EXIT.
           EXIT.

      **************************************************************
      ** BUILD THE GNU time WRAPPER FOR THE SCRATCH FILE NAMED IN
      ** WS-ACCT-FILE.  IT GOES IN FRONT OF ANY "timeout" WATCHDOG
      ** SO A KILLED COMMAND IS STILL MEASURED AND ITS EXIT STATUS
      ** PASSES STRAIGHT THROUGH.  THE PREFIX ENDS IN ONE BLANK AND
      ** NEVER HOLDS TWO IN A ROW, SO CALLERS SPLICE IT IN WITH
      ** DELIMITED BY "  " - WITH ACCOUNTING OFF IT IS ALL BLANKS
      ** AND SPLICES IN AS NOTHING.
      **************************************************************
       P3045-BUILD-ACCT-PREFIX.

      *     LOW-VALUES, NOT SPACES, END THE PREFIX SO ITS TRAILING
      *     BLANK SURVIVES WHEN IT IS STRUNG IN FRONT OF A COMMAND.
            MOVE LOW-VALUES TO WS-ACCT-PREFIX.
            IF ACCOUNTING-ON
               STRING FUNCTION TRIM(WS-ACCT-PGM) DELIMITED BY SIZE
                      " -f '%U %S %M' -o " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACCT-FILE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WS-ACCT-PREFIX
            END-IF.

       P3046-EXIT.
           EXIT.

      **************************************************************
      ** PICK UP THE USAGE GNU time LEFT IN WS-ACCT-FILE FOR THE
      ** ENTRY AT WS-CUR-INDX, THEN REMOVE THE SCRATCH FILE.  ONLY
      ** THE LAST LINE COUNTS - A NON-ZERO EXIT OR A KILL SIGNAL IS
      ** REPORTED ON A LINE OF ITS OWN AHEAD OF IT.  A MISSING OR
      ** UNREADABLE FILE LEAVES THE ENTRY AT ZERO.
      **************************************************************
       P3060-READ-ACCOUNTING.

            MOVE 0 TO WS-CMD-UCPU(WS-CUR-INDX)
                      WS-CMD-SCPU(WS-CUR-INDX)
                      WS-CMD-MAXKB(WS-CUR-INDX).

            IF NOT ACCOUNTING-ON
               GO TO P3069-EXIT
            END-IF.

            OPEN INPUT ACCTST-FILE.
            IF ACCTST-FILE-STATUS NOT = "00"
               DISPLAY "NO RESOURCE USAGE RECORDED FOR CMD "
                       WS-CUR-INDX
               GO TO P3069-EXIT
            END-IF.

            MOVE SPACES TO WS-ACCT-LAST.
            MOVE "N" TO WS-ACCT-EOF.
            PERFORM UNTIL WS-ACCT-EOF = "Y"
               READ ACCTST-FILE
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       IF ACCTST-REC NOT = SPACES
                          MOVE ACCTST-REC TO WS-ACCT-LAST
                       END-IF
               END-READ
            END-PERFORM.
            CLOSE ACCTST-FILE.

            CALL "CBL_DELETE_FILE"
                 USING WS-ACCT-FILE
                 GIVING CBL-FILE-STATUS.
            MOVE 0 TO RETURN-CODE.

            MOVE SPACES TO WS-ACCT-USER WS-ACCT-SYS WS-ACCT-MEM.
            UNSTRING FUNCTION TRIM(WS-ACCT-LAST) DELIMITED BY ALL " "
                INTO WS-ACCT-USER WS-ACCT-SYS WS-ACCT-MEM
            END-UNSTRING.

            IF WS-ACCT-USER(1:1) IS NUMERIC
                  AND WS-ACCT-SYS(1:1) IS NUMERIC
               COMPUTE WS-CMD-UCPU(WS-CUR-INDX) =
                   FUNCTION NUMVAL(WS-ACCT-USER)
               COMPUTE WS-CMD-SCPU(WS-CUR-INDX) =
                   FUNCTION NUMVAL(WS-ACCT-SYS)
            END-IF.

            COMPUTE WS-ACCT-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-ACCT-MEM)).
            IF WS-ACCT-LEN > 0 AND WS-ACCT-LEN <= 9
               IF WS-ACCT-MEM(1:WS-ACCT-LEN) IS NUMERIC
                  COMPUTE WS-CMD-MAXKB(WS-CUR-INDX) = FUNCTION NUMVAL(
                      WS-ACCT-MEM(1:WS-ACCT-LEN))
               END-IF
            END-IF.

            MOVE WS-CMD-UCPU(WS-CUR-INDX) TO WS-UCPU-FOR-LOG.
            MOVE WS-CMD-SCPU(WS-CUR-INDX) TO WS-SCPU-FOR-LOG.
            MOVE WS-CMD-MAXKB(WS-CUR-INDX) TO WS-MAXKB-FOR-LOG.
            DISPLAY "RESOURCE USAGE FOR CMD " WS-CUR-INDX
                    ": USER CPU " FUNCTION TRIM(WS-UCPU-FOR-LOG)
                    "S SYSTEM CPU " FUNCTION TRIM(WS-SCPU-FOR-LOG)
                    "S PEAK MEMORY " FUNCTION TRIM(WS-MAXKB-FOR-LOG)
                    "KB".

       P3069-EXIT.
           EXIT.

      **************************************************************
      ** BUILD AND ISSUE THE SHELL LINE FOR THE SERIAL COMMAND AT
      ** CMD-INDX, PREFIXING THE WATCHDOG "timeout" WRAPPER WHEN THE
            MOVE "N" TO WS-SESS-COMPOSITE.
            PERFORM P3070-BUILD-SESSION-PREFIX THRU P3079-EXIT.

            MOVE SPACES TO WS-ACCT-FILE.
            STRING FUNCTION TRIM(WS-FILE-NAME) DELIMITED BY SPACES
                   ".ACT" DELIMITED BY SIZE
                   INTO WS-ACCT-FILE.
            PERFORM P3045-BUILD-ACCT-PREFIX THRU P3046-EXIT.

            MOVE "N" TO WS-TMOUT-IN-EFFECT.
            IF WS-CMD-TIMEOUT(CMD-INDX) > 0
               MOVE "Y" TO WS-TMOUT-IN-EFFECT
               STRING WS-SESS-PREFIX(1:WS-SESS-PTR - 1)
                          DELIMITED BY SIZE
                      WS-ACCT-PREFIX DELIMITED BY LOW-VALUE
                      "timeout " DELIMITED BY SIZE
                      WS-CMD-TIMEOUT(CMD-INDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
            ELSE
               STRING WS-SESS-PREFIX(1:WS-SESS-PTR - 1)
                          DELIMITED BY SIZE
                      WS-ACCT-PREFIX DELIMITED BY LOW-VALUE
                      FUNCTION TRIM(WS-COMMAND(CMD-INDX))
                          DELIMITED BY SIZE
                      INTO COMMAND
                       FUNCTION TRIM(COMMAND TRAILING)).

            MOVE X'00' TO COMMAND(CMD-LEN + 1: 1).
            PERFORM P3090-INSERT-SECRETS THRU P3091-EXIT.

            DISPLAY  "COMMAND EXECUTING.........".
            DISPLAY COMMAND(1: CMD-LEN + 2).

            IF WS-SC-INSERTED = "Y"
               MOVE WS-SC-EXPANDED TO NULL-TERMINATED-COMMAND
            END-IF.

            CALL "SYSTEM"    USING     COMMAND
                             RETURNING WS-SHELL-RC.

            IF WS-SC-INSERTED = "Y"
               MOVE SPACES TO COMMAND
               MOVE SPACES TO WS-SC-COMMAND
            END-IF.

            MOVE CMD-INDX TO WS-CUR-INDX.
            PERFORM P3060-READ-ACCOUNTING THRU P3069-EXIT.

            MOVE WS-MAX-RC TO WS-EFF-MAX-RC.
            IF WS-CMD-AUTH-RC(CMD-INDX) > WS-EFF-MAX-RC
               MOVE WS-CMD-AUTH-RC(CMD-INDX) TO WS-EFF-MAX-RC
       P3089-EXIT.
           EXIT.

      **************************************************************
      ** BUILD, IN WS-SC-COMMAND, THE SHELL LINE IN COMMAND(1:CMD-LEN)
      ** WITH EVERY &SECRET(name). TOKEN REPLACED BY ITS REAL VALUE.
      ** COMMAND ITSELF IS NOT TOUCHED, SO IT CAN STILL BE ECHOED;
      ** THE CALLER SWAPS THE EXPANDED LINE IN ONLY FOR THE CALL
      ** (WS-SC-INSERTED = "Y") AND SCRUBS BOTH BUFFERS AFTERWARDS.
      ** EVERY SECRET SPLICED IN IS MARKED USED FOR P5940 TO REPORT.
      ** A COMMAND'S OWN OUTPUT GOES STRAIGHT TO THE SPOOL HERE, SO
      ** A DECK MUST NOT HAVE A COMMAND ECHO A SECRET BACK.  A
      ** LINE THAT NO LONGER FITS ONCE THE VALUES ARE IN IS NOT
      ** RUN (WS-SC-OVERFLOW = "Y", "exit 24" IN ITS PLACE).
      **************************************************************
       P3090-INSERT-SECRETS.

            MOVE "N" TO WS-SC-INSERTED.
            MOVE "N" TO WS-SC-OVERFLOW.
            MOVE "N" TO WS-SC-SCAN-DONE.
            MOVE SPACES TO WS-SC-COMMAND.
            MOVE 1 TO WS-SC-OUT-PTR.
            MOVE 1 TO WS-SC-FROM.

            PERFORM UNTIL WS-SC-SCAN-DONE = "Y"
                  OR WS-SC-OVERFLOW = "Y"
               IF WS-SC-FROM > CMD-LEN
                  MOVE "Y" TO WS-SC-SCAN-DONE
               ELSE
                  MOVE 0 TO WS-SC-TOK-POS
                  INSPECT COMMAND(WS-SC-FROM : CMD-LEN - WS-SC-FROM + 1)
                      TALLYING WS-SC-TOK-POS FOR CHARACTERS
                      BEFORE INITIAL "&SECRET("
                  IF WS-SC-TOK-POS > 0
                     STRING COMMAND(WS-SC-FROM : WS-SC-TOK-POS)
                                DELIMITED BY SIZE
                            INTO WS-SC-COMMAND
                            WITH POINTER WS-SC-OUT-PTR
                        ON OVERFLOW
                            MOVE "Y" TO WS-SC-OVERFLOW
                     END-STRING
                  END-IF
                  IF WS-SC-TOK-POS >= CMD-LEN - WS-SC-FROM + 1
                     MOVE "Y" TO WS-SC-SCAN-DONE
                  ELSE
                     COMPUTE WS-SC-TOK-POS =
                         WS-SC-FROM + WS-SC-TOK-POS
                     PERFORM P3092-SPLICE-ONE-SECRET THRU P3093-EXIT
                  END-IF
               END-IF
            END-PERFORM.

            IF WS-SC-INSERTED NOT = "Y"
               GO TO P3091-EXIT
            END-IF.

            IF WS-SC-OVERFLOW = "Y"
               DISPLAY "COMMAND LINE TOO LONG ONCE &SECRET() VALUES "
                       "ARE INSERTED - NOT EXECUTED"
               MOVE SPACES TO WS-SC-COMMAND
               MOVE "exit 24" TO WS-SC-COMMAND
               MOVE 8 TO WS-SC-OUT-PTR
            END-IF.

            IF WS-SC-OUT-PTR <= 2048
               MOVE X'00' TO WS-SC-COMMAND(WS-SC-OUT-PTR : 1)
            END-IF.

       P3091-EXIT.
           EXIT.

      **************************************************************
      ** SPLICE THE VALUE OF THE &SECRET(name). TOKEN STARTING AT
      ** WS-SC-TOK-POS OF COMMAND INTO WS-SC-COMMAND AND MOVE THE
      ** SCAN PAST IT.  P2180 HAS ALREADY PASSED EVERY TOKEN, SO A
      ** TOKEN THAT STILL DOES NOT RESOLVE IS COPIED AS IT STANDS.
      **************************************************************
       P3092-SPLICE-ONE-SECRET.

            MOVE 0 TO WS-SC-CLOSE-POS.
            MOVE 0 TO WS-SC-HIT.
            IF WS-SC-TOK-POS + 8 <= CMD-LEN
               INSPECT COMMAND(WS-SC-TOK-POS + 8 :
                               CMD-LEN - WS-SC-TOK-POS - 7)
                   TALLYING WS-SC-CLOSE-POS FOR CHARACTERS
                   BEFORE INITIAL ")."
               IF WS-SC-CLOSE-POS > 0 AND WS-SC-CLOSE-POS <= 8
                     AND WS-SC-CLOSE-POS <
                         CMD-LEN - WS-SC-TOK-POS - 7
                  MOVE FUNCTION UPPER-CASE(
                      COMMAND(WS-SC-TOK-POS + 8 : WS-SC-CLOSE-POS))
                      TO WS-SCTOK-NAME
                  PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                          UNTIL WS-SC-IDX > SECRET-CNT
                             OR WS-SC-HIT > 0
                     IF SECRET-T-NAME(WS-SC-IDX) = WS-SCTOK-NAME
                        MOVE WS-SC-IDX TO WS-SC-HIT
                     END-IF
                  END-PERFORM
               END-IF
            END-IF.

            IF WS-SC-HIT = 0
               STRING "&SECRET(" DELIMITED BY SIZE
                      INTO WS-SC-COMMAND
                      WITH POINTER WS-SC-OUT-PTR
                  ON OVERFLOW
                      MOVE "Y" TO WS-SC-OVERFLOW
               END-STRING
               COMPUTE WS-SC-FROM = WS-SC-TOK-POS + 8
               GO TO P3093-EXIT
            END-IF.

            MOVE "Y" TO WS-SC-INSERTED.
            MOVE "Y" TO SECRET-T-USED(WS-SC-HIT).
            IF SECRET-T-LEN(WS-SC-HIT) > 0
               STRING SECRET-T-VALUE(WS-SC-HIT)
                          (1 : SECRET-T-LEN(WS-SC-HIT))
                          DELIMITED BY SIZE
                      INTO WS-SC-COMMAND
                      WITH POINTER WS-SC-OUT-PTR
                  ON OVERFLOW
                      MOVE "Y" TO WS-SC-OVERFLOW
               END-STRING
            END-IF.

            COMPUTE WS-SC-FROM = WS-SC-TOK-POS + 8
                               + WS-SC-CLOSE-POS + 2.

       P3093-EXIT.
           EXIT.

      **************************************************************
      ** MAP THE RAW SHELL RETURN CODE TO THE PROGRAM RETURN CODE,
      ** ALLOWING ANYTHING AT OR UNDER WS-EFF-MAX-RC TO BE
                     MOVE 32 TO WS-CMD-RC(GRP-INDX)
                     MOVE "PATHVIO" TO WS-CMD-STATUS(GRP-INDX)
                  ELSE
                     MOVE SPACES TO WS-ACCT-FILE
                     STRING FUNCTION TRIM(WS-FILE-NAME)
                                DELIMITED BY SPACES
                            "." DELIMITED BY SIZE
                            GRP-INDX DELIMITED BY SIZE
                            ".ACT" DELIMITED BY SIZE
                            INTO WS-ACCT-FILE
                     PERFORM P3045-BUILD-ACCT-PREFIX THRU P3046-EXIT

                     IF WS-CMD-TIMEOUT(GRP-INDX) > 0
                        STRING WS-GRP-COMMAND(1:WS-GRP-LEN)
                                   DELIMITED BY SIZE
                               WS-ACCT-PREFIX DELIMITED BY LOW-VALUE
                               "timeout " DELIMITED BY SIZE
                               WS-CMD-TIMEOUT(GRP-INDX)
                                   DELIMITED BY SIZE
                     ELSE
                        STRING WS-GRP-COMMAND(1:WS-GRP-LEN)
                                   DELIMITED BY SIZE
                               WS-ACCT-PREFIX DELIMITED BY LOW-VALUE
                               FUNCTION TRIM(WS-COMMAND(GRP-INDX))
                                   DELIMITED BY SIZE
                               " & p" DELIMITED BY SIZE
            COMPUTE CMD-LEN =
                     FUNCTION LENGTH(FUNCTION TRIM(WS-GRP-COMMAND)).

            MOVE "N" TO WS-SC-INSERTED.
            MOVE "N" TO WS-SC-OVERFLOW.
            IF CMD-LEN <= 2047
               MOVE SPACES TO COMMAND
               MOVE WS-GRP-COMMAND(1:CMD-LEN) TO COMMAND
               PERFORM P3090-INSERT-SECRETS THRU P3091-EXIT
            END-IF.

            IF CMD-LEN > 2047 OR WS-SC-OVERFLOW = "Y"
               MOVE "Y" TO WS-GRP-TOO-LONG
               DISPLAY "PARALLEL GROUP COMMAND LINE TOO LONG ("
                       CMD-LEN " BYTES) - GROUP NOT EXECUTED"
                     DISPLAY "PARALLEL GROUP EXECUTING.............."
                     DISPLAY COMMAND(1: CMD-LEN + 2)

                     IF WS-SC-INSERTED = "Y"
                        MOVE WS-SC-EXPANDED TO NULL-TERMINATED-COMMAND
                     END-IF

                     CALL "SYSTEM"    USING     COMMAND
                                      RETURNING WS-SHELL-RC

                     IF WS-SC-INSERTED = "Y"
                        MOVE SPACES TO COMMAND
                        MOVE SPACES TO WS-SC-COMMAND
                     END-IF

                     PERFORM P3600-READ-GROUP-RC-FILE THRU P3609-EXIT
                     PERFORM P3700-DELETE-GRP-RC-FILE THRU P3709-EXIT

                     MOVE CMD-INDX TO WS-WAIT-INDX
                     PERFORM UNTIL WS-WAIT-INDX >= WS-GRP-END
                        IF WS-CMD-WAS-BACKGROUND(WS-WAIT-INDX)
                           MOVE SPACES TO WS-ACCT-FILE
                           STRING FUNCTION TRIM(WS-FILE-NAME)
                                      DELIMITED BY SPACES
                                  "." DELIMITED BY SIZE
                                  WS-WAIT-INDX DELIMITED BY SIZE
                                  ".ACT" DELIMITED BY SIZE
                                  INTO WS-ACCT-FILE
                           MOVE WS-WAIT-INDX TO WS-CUR-INDX
                           PERFORM P3060-READ-ACCOUNTING
                                       THRU P3069-EXIT
                        END-IF
                        ADD 1 TO WS-WAIT-INDX
                     END-PERFORM
                  END-IF
               END-IF
            END-IF.
       P3709-EXIT.
           EXIT.

      **************************************************************
      ** HOLD THE DECK AT AN &WAITFOR ENTRY UNTIL ITS PREDECESSOR IS
      ** SATISFIED: A RUNLEDG TRAILER FOR THE NAMED JOB, FROM A RUN
      ** STARTED ON OR AFTER TODAY'S BUSINESS DATE, WITH A WORST RC
      ** NO HIGHER THAN THE CARD'S RC<= LIMIT - OR THE ARRIVAL OF
      ** THE TRIGGER FILE, WHICHEVER COMES FIRST.  TODAY'S BUSINESS
      ** DATE IS TODAY ON A BUSINESS DAY, OTHERWISE THE PRIOR
      ** BUSINESS DAY, SO A WEEKEND RUN STILL ACCEPTS FRIDAY'S
      ** PREDECESSOR.  BOTH ARE POLLED EVERY 30 SECONDS.  WHEN
      ** MAXWAIT MINUTES (0 = NO LIMIT) PASS FIRST THE ENTRY FAILS
      ** WITH RC 36 / STATUS WAITTIME, A SYSCMDWT ALERT IS RAISED
      ** WHATEVER THE ALERT THRESHOLD, AND THE REST OF THE DECK IS
      ** NOT RUN; NO CHECKPOINT IS TAKEN, SO A RESTART WAITS AGAIN.
      ** IN TEST MODE THE WAIT IS NOT PERFORMED.
      **************************************************************
       P3900-RUN-WAITFOR.

            DISPLAY "                                         ".

            MOVE 1 TO WS-TRY-NBR.
            MOVE 0 TO WS-RETURN-CODE.
            MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

            IF WS-CAL-IS-BUSDAY = "Y"
               MOVE WS-TODAY-DATE TO WS-WF-BUSDATE
            ELSE
               MOVE WS-CAL-PRIORBUS TO WS-WF-BUSDATE
            END-IF.

            DISPLAY "WAITING FOR PREDECESSOR: "
                    FUNCTION TRIM(WS-COMMAND(CMD-INDX))(1:60).

            IF WS-RUN-MODE-TEST
               DISPLAY "TEST MODE - PREDECESSOR WAIT NOT PERFORMED"
               MOVE "TEST" TO WS-LOG-STATUS
               GO TO P3905-WRAP-UP
            END-IF.

            MOVE WS-START-TS TO WS-WF-NOW-TS.
            PERFORM P3960-WAIT-CLOCK THRU P3969-EXIT.
            COMPUTE WS-WF-LIMIT-SECS = WS-WF-NOW-SECS
                + WS-CMD-WAIT-MAX(CMD-INDX) * 60.

            MOVE "W" TO WS-WF-STATE.
            PERFORM P3950-CHECK-PREDECESSOR THRU P3959-EXIT.

            PERFORM UNTIL WS-WF-STATE NOT = "W"
               IF WS-CMD-WAIT-MAX(CMD-INDX) > 0
                  MOVE FUNCTION CURRENT-DATE TO WS-WF-NOW-TS
                  PERFORM P3960-WAIT-CLOCK THRU P3969-EXIT
                  IF WS-WF-NOW-SECS >= WS-WF-LIMIT-SECS
                     MOVE "X" TO WS-WF-STATE
                  END-IF
               END-IF
               IF WS-WF-STATE = "W"
                  MOVE SPACES TO WS-SLEEP-CMD
                  STRING "sleep 30" DELIMITED BY SIZE
                         X"00" DELIMITED BY SIZE
                         INTO WS-SLEEP-CMD
                  CALL "SYSTEM" USING WS-SLEEP-CMD
                  PERFORM P3950-CHECK-PREDECESSOR THRU P3959-EXIT
               END-IF
            END-PERFORM.

            EVALUATE WS-WF-STATE
               WHEN "M"
                  MOVE "WAITOK" TO WS-LOG-STATUS
               WHEN OTHER
                  DISPLAY "MAXWAIT OF " WS-CMD-WAIT-MAX(CMD-INDX)
                          " MINUTES EXPIRED WAITING ON PREDECESSOR - "
                          "REMAINING COMMANDS NOT RUN"
                  MOVE 36 TO WS-RETURN-CODE
                  MOVE "WAITTIME" TO WS-LOG-STATUS
                  MOVE "Y" TO WS-WF-EXPIRED
            END-EVALUATE.

       P3905-WRAP-UP.

            MOVE FUNCTION CURRENT-DATE TO WS-END-TS.

            IF WS-RETURN-CODE > SAVED-RETURN-CODE
               MOVE WS-RETURN-CODE TO SAVED-RETURN-CODE
            END-IF.

            MOVE WS-RETURN-CODE TO WS-CMD-RC(CMD-INDX).
            MOVE WS-LOG-STATUS TO WS-CMD-STATUS(CMD-INDX).
            MOVE "Y" TO WS-CMD-RAN(CMD-INDX).
            ADD 1 TO WS-CMD-COUNT.
            IF WS-RETURN-CODE NOT = 0
               ADD 1 TO WS-FAIL-COUNT
            END-IF.

            PERFORM P5000-WRITE-AUDIT-LOG THRU P5009-EXIT.

            IF WS-LOG-STATUS = "WAITTIME"
               PERFORM P5920-WRITE-WAIT-ALERT THRU P5929-EXIT
               MOVE "Y" TO WS-STOP-LOOP
            END-IF.

            MOVE WS-RETURN-CODE TO WS-STEP-RC.
            ADD 1 TO CMD-INDX.

       P3909-EXIT.
           EXIT.

      **************************************************************
      ** ONE POLL OF THE &WAITFOR CONDITIONS FOR THE ENTRY AT
      ** CMD-INDX: THE TRIGGER FILE FIRST (CHEAP), THEN A PASS OVER
      ** RUNLEDG.  A HEADER FOR THE NAMED JOB FROM A RUN STARTED ON
      ** OR AFTER THE BUSINESS DATE REMEMBERS ITS RUN ID; A TRAILER
      ** FOR ONE OF THOSE RUN IDS WITH AN ACCEPTABLE WORST RC SETS
      ** WS-WF-STATE TO "M".  A MISSING LEDGER IS SIMPLY NOT YET
      ** SATISFIED.
      **************************************************************
       P3950-CHECK-PREDECESSOR.

            IF WS-CMD-WAIT-FILE(CMD-INDX) NOT = SPACES
               CALL "CBL_CHECK_FILE_EXIST"
                    USING WS-CMD-WAIT-FILE(CMD-INDX),
                          WS-PF-FILE-DETAILS
                    RETURNING CBL-FILE-STATUS
               MOVE 0 TO RETURN-CODE
               IF CBL-FILE-STATUS = 0
                  DISPLAY "PREDECESSOR SATISFIED - TRIGGER FILE "
                          "ARRIVED: "
                          FUNCTION TRIM(WS-CMD-WAIT-FILE(CMD-INDX))
                              (1:60)
                  MOVE "M" TO WS-WF-STATE
                  GO TO P3959-EXIT
               END-IF
            END-IF.

            IF WS-CMD-LABEL(CMD-INDX) = SPACES
               GO TO P3959-EXIT
            END-IF.

            OPEN INPUT RUNLEDG-FILE.
            IF RUNLEDG-FILE-STATUS NOT = "00"
               GO TO P3959-EXIT
            END-IF.

            MOVE 0 TO WS-WF-RUN-CNT.
            MOVE "N" TO WS-WF-LDG-EOF.
            PERFORM UNTIL WS-WF-LDG-EOF = "Y" OR WS-WF-STATE = "M"
               READ RUNLEDG-FILE
                   AT END
                       MOVE "Y" TO WS-WF-LDG-EOF
                   NOT AT END
                       EVALUATE RUNLEDG-REC(1:4)
                          WHEN "HDR "
                             PERFORM P3970-WAIT-LEDGER-HDR
                                         THRU P3979-EXIT
                          WHEN "TRL "
                             PERFORM P3980-WAIT-LEDGER-TRL
                                         THRU P3989-EXIT
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
               END-READ
            END-PERFORM.

            CLOSE RUNLEDG-FILE.

       P3959-EXIT.
           EXIT.

      **************************************************************
      ** TURN THE TIMESTAMP IN WS-WF-NOW-TS INTO A SECOND COUNT THAT
      ** RUNS ACROSS MIDNIGHT, FOR THE MAXWAIT LIMIT.
      **************************************************************
       P3960-WAIT-CLOCK.

            COMPUTE WS-WF-NOW-SECS =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-WF-NOW-TS(1:8))) * 86400
              + FUNCTION NUMVAL(WS-WF-NOW-TS(9:2)) * 3600
              + FUNCTION NUMVAL(WS-WF-NOW-TS(11:2)) * 60
              + FUNCTION NUMVAL(WS-WF-NOW-TS(13:2)).

       P3969-EXIT.
           EXIT.

      **************************************************************
      ** A RUNLEDG HEADER SEEN WHILE WAITING: REMEMBER ITS RUN ID IF
      ** IT IS THE AWAITED JOB AND STARTED ON OR AFTER THE BUSINESS
      ** DATE.  THIS RUN'S OWN HEADER NEVER COUNTS.
      **************************************************************
       P3970-WAIT-LEDGER-HDR.

            MOVE SPACES TO WS-WF-F-DUMMY WS-WF-F-RUN WS-WF-F-JOB
                           WS-WF-F-REST.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "HDR RUN=" OR " JOB=" OR " PARM="
                INTO WS-WF-F-DUMMY WS-WF-F-RUN WS-WF-F-JOB
                     WS-WF-F-REST
            END-UNSTRING.

            IF WS-WF-F-JOB(1:8) NOT = WS-CMD-LABEL(CMD-INDX)
                  OR WS-WF-F-RUN(1:8) IS NOT NUMERIC
                  OR WS-WF-F-RUN(1:8) < WS-WF-BUSDATE
                  OR WS-WF-F-RUN(1:14) = WS-RUN-ID
               GO TO P3979-EXIT
            END-IF.

            IF WS-WF-RUN-CNT < 50
               ADD 1 TO WS-WF-RUN-CNT
               MOVE WS-WF-F-RUN(1:14) TO WS-WF-RUN(WS-WF-RUN-CNT)
            END-IF.

       P3979-EXIT.
           EXIT.

      **************************************************************
      ** A RUNLEDG TRAILER SEEN WHILE WAITING: IF IT CLOSES ONE OF
      ** THE REMEMBERED RUNS WITH A WORST RC WITHIN THE LIMIT, THE
      ** PREDECESSOR IS SATISFIED.
      **************************************************************
       P3980-WAIT-LEDGER-TRL.

            MOVE SPACES TO WS-WF-F-DUMMY WS-WF-F-RUN WS-WF-F-END
                           WS-WF-F-CMDS WS-WF-F-FAILS WS-WF-F-WORST
                           WS-WF-F-REST.
            UNSTRING RUNLEDG-REC
                DELIMITED BY "TRL RUN=" OR " END=" OR " CMDS="
                    OR " FAILS=" OR " WORSTRC=" OR " RESUME="
                INTO WS-WF-F-DUMMY WS-WF-F-RUN WS-WF-F-END
                     WS-WF-F-CMDS WS-WF-F-FAILS WS-WF-F-WORST
                     WS-WF-F-REST
            END-UNSTRING.

            IF WS-WF-F-WORST(1:4) IS NOT NUMERIC
               GO TO P3989-EXIT
            END-IF.
            IF FUNCTION NUMVAL(WS-WF-F-WORST(1:4))
                  > WS-CMD-WAIT-RC(CMD-INDX)
               GO TO P3989-EXIT
            END-IF.

            PERFORM VARYING WS-WF-RUN-IDX FROM 1 BY 1
                    UNTIL WS-WF-RUN-IDX > WS-WF-RUN-CNT
                       OR WS-WF-STATE = "M"
               IF WS-WF-RUN(WS-WF-RUN-IDX) = WS-WF-F-RUN(1:14)
                  DISPLAY "PREDECESSOR SATISFIED - JOB "
                          FUNCTION TRIM(WS-CMD-LABEL(CMD-INDX))
                          " RUN " WS-WF-F-RUN(1:14)
                          " ENDED " WS-WF-F-END(1:14)
                          " WORSTRC=" WS-WF-F-WORST(1:4)
                  MOVE "M" TO WS-WF-STATE
               END-IF
            END-PERFORM.

       P3989-EXIT.
           EXIT.

      **************************************************************
      ** DECIDE WHETHER THE CURRENT ENTRY IS SUPPRESSED BY THE FLOW
      ** CONTROL IN EFFECT: EITHER A &SKIPTO IS STILL HUNTING FOR

            PERFORM P2170-SUBSTITUTE-DT-TOKENS THRU P2179-EXIT.

      *     &SECRET() TOKENS ARE ONLY CHECKED HERE, NEVER REPLACED -
      *     THE VALUE IS SPLICED IN AT THE LAST MOMENT (P3090), SO
      *     THE ENTRY TEXT EVERY LOG AND ECHO IS BUILT FROM KEEPS
      *     SHOWING THE NAME.  CHECKED IN PRE-FLIGHT AS WELL, SO A
      *     DECK NAMING AN UNDEFINED SECRET NEVER STARTS.
            PERFORM P2180-CHECK-SECRET-TOKENS THRU P2189-EXIT.

            MOVE "Y" TO WS-DD-ABORT-OK.

       P2109-EXIT.
       P2179-EXIT.
           EXIT.

      **************************************************************
      ** CHECK EVERY &SECRET(name). TOKEN IN THE ENTRY AT WS-CUR-INDX
      ** AGAINST THE SECRETS TABLE.  A NAME THAT IS NOT DEFINED
      ** FAILS THE ENTRY THE SAME WAY AN UNRESOLVED &DD() TOKEN
      ** DOES.  THE TOKEN TEXT IS LEFT WHERE IT IS.
      **************************************************************
       P2180-CHECK-SECRET-TOKENS.

            MOVE "N" TO WS-SC-SCAN-DONE.
            MOVE 1 TO WS-SC-FROM.

            COMPUTE WS-CMD-TEXT-LEN =
                FUNCTION LENGTH(
                    FUNCTION TRIM(WS-COMMAND(WS-CUR-INDX) TRAILING)).

            PERFORM UNTIL WS-SC-SCAN-DONE = "Y"
                  OR WS-DD-SUBST-FAILED

               IF WS-SC-FROM > WS-CMD-TEXT-LEN
                  MOVE "Y" TO WS-SC-SCAN-DONE
               ELSE
                  MOVE 0 TO WS-SC-TOK-POS
                  INSPECT WS-COMMAND(WS-CUR-INDX)
                            (WS-SC-FROM :
                             WS-CMD-TEXT-LEN - WS-SC-FROM + 1)
                      TALLYING WS-SC-TOK-POS FOR CHARACTERS
                      BEFORE INITIAL "&SECRET("

                  IF WS-SC-TOK-POS >= WS-CMD-TEXT-LEN - WS-SC-FROM + 1
                     MOVE "Y" TO WS-SC-SCAN-DONE
                  ELSE
                     COMPUTE WS-SC-TOK-POS =
                         WS-SC-FROM + WS-SC-TOK-POS
                     PERFORM P2185-CHECK-ONE-SECRET THRU P2186-EXIT
                  END-IF
               END-IF

            END-PERFORM.

       P2189-EXIT.
           EXIT.

      **************************************************************
      ** LOOK UP THE &SECRET(name). TOKEN STARTING AT WS-SC-TOK-POS
      ** AND MOVE THE SCAN PAST IT.  AN UNCLOSED TOKEN OR AN
      ** UNDEFINED NAME FAILS THE ENTRY.
      **************************************************************
       P2185-CHECK-ONE-SECRET.

            MOVE 0 TO WS-SC-CLOSE-POS.
            IF WS-SC-TOK-POS + 8 > WS-CMD-TEXT-LEN
               MOVE 1 TO WS-SC-CLOSE-POS
            ELSE
               INSPECT WS-COMMAND(WS-CUR-INDX)
                         (WS-SC-TOK-POS + 8 :
                          WS-CMD-TEXT-LEN - WS-SC-TOK-POS - 7)
                   TALLYING WS-SC-CLOSE-POS FOR CHARACTERS
                   BEFORE INITIAL ")."
            END-IF.

            IF WS-SC-CLOSE-POS >= WS-CMD-TEXT-LEN - WS-SC-TOK-POS - 7
               DISPLAY "&SECRET() TOKEN IS NOT CLOSED WITH "
                       QUOTE ")." QUOTE
               MOVE "Y" TO WS-CMD-DD-FAILED
               GO TO P2186-EXIT
            END-IF.

            MOVE WS-SC-CLOSE-POS TO WS-SC-NAME-LEN.
            MOVE SPACES TO WS-SCTOK-NAME.
            IF WS-SC-NAME-LEN > 0 AND WS-SC-NAME-LEN <= 8
               MOVE FUNCTION UPPER-CASE(
                   WS-COMMAND(WS-CUR-INDX)
                   (WS-SC-TOK-POS + 8 : WS-SC-NAME-LEN))
                   TO WS-SCTOK-NAME
            END-IF.

            MOVE 0 TO WS-SC-HIT.
            IF WS-SCTOK-NAME NOT = SPACES
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > SECRET-CNT
                          OR WS-SC-HIT > 0
                  IF SECRET-T-NAME(WS-SC-IDX) = WS-SCTOK-NAME
                     MOVE WS-SC-IDX TO WS-SC-HIT
                  END-IF
               END-PERFORM
            END-IF.

            IF WS-SC-HIT = 0
               DISPLAY "&SECRET() TOKEN DOES NOT RESOLVE - "
                       "NO SUCH SECRET: "
                       FUNCTION TRIM(WS-SCTOK-NAME)
               MOVE "Y" TO WS-CMD-DD-FAILED
               GO TO P2186-EXIT
            END-IF.

            COMPUTE WS-SC-FROM = WS-SC-TOK-POS + 8
                               + WS-SC-NAME-LEN + 2.

       P2186-EXIT.
           EXIT.


      **************************************************************
      ** REMEMBER A FILE NAME JUST RESOLVED THROUGH &DD()
               ADD 86400 TO WS-ELAPSED-SECS
            END-IF.

            MOVE WS-CMD-UCPU(CMD-INDX) TO WS-UCPU-FOR-LOG.
            MOVE WS-CMD-SCPU(CMD-INDX) TO WS-SCPU-FOR-LOG.
            MOVE WS-CMD-MAXKB(CMD-INDX) TO WS-MAXKB-FOR-LOG.

            OPEN EXTEND SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS = "35"
               OPEN OUTPUT SYSCMDLOG-FILE
                   WS-TRY-NBR DELIMITED BY SIZE
                   " RUN=" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   " UCPU=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UCPU-FOR-LOG) DELIMITED BY SIZE
                   " SCPU=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCPU-FOR-LOG) DELIMITED BY SIZE
                   " MAXKB=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAXKB-FOR-LOG) DELIMITED BY SIZE
                   " CMD=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COMMAND(CMD-INDX))(1:80)
                       DELIMITED BY SIZE
                   INTO SYSCMDLOG-REC
            END-STRING.

            PERFORM P5050-WRITE-LOG-LINE THRU P5059-EXIT.
            CLOSE SYSCMDLOG-FILE.

       P5009-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE SYSCMDLOG LINE BUILT IN SYSCMDLOG-REC (FILE
      ** ALREADY OPEN), SEALED WITH ITS SEQUENCE NUMBER AND THE HASH
      ** CHAINING IT TO THE LAST LINE ON THE FILE (SEE SYSCMDCH).
      **************************************************************
       P5050-WRITE-LOG-LINE.

            MOVE "L" TO CHAIN-FUNCTION.
            MOVE SYSCMDLOG-REC TO CHAIN-DATA.
            CALL "SYSCMDCH" USING CHAIN-PARM.
            MOVE CHAIN-AREA TO SYSCMDLOG-CHAIN.
            WRITE SYSCMDLOG-CHAINED.

       P5059-EXIT.
           EXIT.

      **************************************************************
      ** APPEND THE RUN-LEDGER HEADER ONCE THE DECK IS READ AND ANY
      ** CHECKPOINT RESUME DECIDED: RUN ID, JOB NAME, THE SIX PARM
      ** FIELDS IN EFFECT, THE DECK SIZE AND THE DECK FINGERPRINT
      ** WITH ITS REGISTER CHECK RESULT.  A RUN THAT NEVER GETS
      ** ITS TRAILER (ABEND, CANCEL) IS THEREBY VISIBLE TO SYSCMDLD.
      ** AN UNUSABLE RUNLEDG IS REPORTED AND THE RUN CARRIES ON -
      ** THE LEDGER IS BOOKKEEPING, NOT A PREREQUISITE.
                   WS-ALERT-RC DELIMITED BY SIZE
                   WS-PREFLIGHT-MODE DELIMITED BY SIZE
                   WS-LOCK-OVERRIDE DELIMITED BY SIZE
                   WS-DK-CHK-MODE DELIMITED BY SIZE
                   INTO WS-LDG-PARM.

            COMPUTE WS-LDG-DECK = INDX - 1.
                   WS-LDG-PARM DELIMITED BY SIZE
                   " DECK=" DELIMITED BY SIZE
                   WS-LDG-DECK DELIMITED BY SIZE
                   " DECKFP=" DELIMITED BY SIZE
                   WS-DK-DECK-FP DELIMITED BY SIZE
                   " DECKCHK=" DELIMITED BY SIZE
                   WS-DK-DECK-CHK DELIMITED BY SPACE
                   INTO RUNLEDG-REC
            END-STRING.

            PERFORM P5250-WRITE-LEDGER-LINE THRU P5259-EXIT.
            CLOSE RUNLEDG-FILE.

       P5109-EXIT.
                   INTO RUNLEDG-REC
            END-STRING.

            PERFORM P5250-WRITE-LEDGER-LINE THRU P5259-EXIT.
            CLOSE RUNLEDG-FILE.

       P5209-EXIT.
           EXIT.

      **************************************************************
      ** WRITE THE RUNLEDG RECORD BUILT IN RUNLEDG-REC (FILE ALREADY
      ** OPEN), SEALED THE SAME WAY AS A SYSCMDLOG LINE.
      **************************************************************
       P5250-WRITE-LEDGER-LINE.

            MOVE "R" TO CHAIN-FUNCTION.
            MOVE RUNLEDG-REC TO CHAIN-DATA.
            CALL "SYSCMDCH" USING CHAIN-PARM.
            MOVE CHAIN-AREA TO RUNLEDG-CHAIN.
            WRITE RUNLEDG-CHAINED.

       P5259-EXIT.
           EXIT.

      **************************************************************
      ** A COMMAND ENDED AT OR ABOVE THE ALERT THRESHOLD: APPEND A
      ** FIXED-LAYOUT RECORD TO THE ALERTOUT DATASET (TAG, RUN ID,
       P5919-EXIT.
           EXIT.

      **************************************************************
      ** AN &WAITFOR ENTRY RAN OUT OF MAXWAIT: APPEND A SYSCMDWT
      ** RECORD TO ALERTOUT AND TELL THE CONSOLE, SO THE SCHEDULER
      ** SEES "WAITING ON PREDECESSOR" RATHER THAN A PLAIN FAILURE.
      ** RAISED WHATEVER THE ALERT THRESHOLD - THE REST OF THE DECK
      ** HAS NOT RUN.
      **************************************************************
       P5920-WRITE-WAIT-ALERT.

            OPEN EXTEND ALERTOUT-FILE.
            IF ALERTOUT-FILE-STATUS = "35"
               OPEN OUTPUT ALERTOUT-FILE
            END-IF.

            IF ALERTOUT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ALERTOUT - FILE STATUS: "
                       ALERTOUT-FILE-STATUS
            ELSE
               MOVE SPACES TO ALERTOUT-REC
               MOVE "SYSCMDWT" TO ALERT-TAG
               MOVE WS-RUN-ID TO ALERT-RUN-ID
               MOVE CMD-INDX TO ALERT-IDX
               MOVE WS-RETURN-CODE TO ALERT-RC
               MOVE WS-END-TS(1:14) TO ALERT-TS
               MOVE FUNCTION TRIM(WS-COMMAND(CMD-INDX))(1:80)
                    TO ALERT-CMD
               WRITE ALERTOUT-REC
               CLOSE ALERTOUT-FILE
            END-IF.

            DISPLAY "SYSCMDWT RUN=" WS-RUN-ID
                    " IDX=" CMD-INDX
                    " WAITING ON PREDECESSOR - MAXWAIT EXPIRED CMD="
                    FUNCTION TRIM(WS-COMMAND(CMD-INDX))(1:40)
                    UPON CONSOLE.

       P5929-EXIT.
           EXIT.

      **************************************************************
      ** RECORD ON THE SYSCMDLOG TRAIL WHICH PROTECTED SECRETS THIS
      ** RUN SPLICED INTO A COMMAND (STATUS SECRETS, IDX 000) - THE
      ** NAMES ONLY, NEVER THE VALUES.  NOTHING IS WRITTEN WHEN NO
      ** SECRET WAS USED.
      **************************************************************
       P5940-LOG-SECRETS-USED.

            MOVE SPACES TO WS-SC-NAMES.
            MOVE 1 TO WS-SC-NAMES-PTR.
            PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                    UNTIL WS-SC-IDX > SECRET-CNT
               IF SECRET-T-USED(WS-SC-IDX) = "Y"
                  STRING " " DELIMITED BY SIZE
                         SECRET-T-NAME(WS-SC-IDX) DELIMITED BY SPACE
                         INTO WS-SC-NAMES
                         WITH POINTER WS-SC-NAMES-PTR
                  END-STRING
               END-IF
            END-PERFORM.

            IF WS-SC-NAMES = SPACES
               GO TO P5949-EXIT
            END-IF.

            DISPLAY "PROTECTED SECRETS USED THIS RUN:"
                    WS-SC-NAMES(1:WS-SC-NAMES-PTR - 1).

            OPEN EXTEND SYSCMDLOG-FILE.
            IF SYSCMDLOG-FILE-STATUS = "35"
               OPEN OUTPUT SYSCMDLOG-FILE
            END-IF.

            IF SYSCMDLOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SYSCMDLOG - FILE STATUS: "
                       SYSCMDLOG-FILE-STATUS
               GO TO P5949-EXIT
            END-IF.

            MOVE SPACES TO SYSCMDLOG-REC.
            STRING "IDX=000 START=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                   " END=" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                   " ELAPSED=0 RC=0000 STATUS=SECRETS"
                       DELIMITED BY SIZE
                   " TRY=001 ARCH=- RUN=" DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   " CMD=SECRETS USED:" DELIMITED BY SIZE
                   WS-SC-NAMES(1:WS-SC-NAMES-PTR - 1)
                       DELIMITED BY SIZE
                   INTO SYSCMDLOG-REC
            END-STRING.

            PERFORM P5050-WRITE-LOG-LINE THRU P5059-EXIT.
            CLOSE SYSCMDLOG-FILE.

       P5949-EXIT.
           EXIT.

      **************************************************************
      ** ON START-UP, SEE IF A PRIOR RUN LEFT THE CMDRST CONTROL
      ** FILE SHOWING AN INCOMPLETE DECK, AND IF SO RESUME FROM THE
            PERFORM VARYING GRP-INDX FROM 1 BY 1
                    UNTIL GRP-INDX >= INDX
               IF WS-CMD-TYPE(GRP-INDX) NOT = "C"
                     AND WS-CMD-TYPE(GRP-INDX) NOT = "W"
                  DISPLAY "CMD " GRP-INDX " CTL      "
                          FUNCTION TRIM(WS-COMMAND(GRP-INDX))(1:60)
               ELSE
                       FUNCTION TRIM(WS-WD-ENTRY(WS-WD-CNT))
            END-IF.
            DISPLAY "=========================================".
            DISPLAY "DECK FINGERPRINT: " WS-DK-DECK-FP
                    "   CARDS: " WS-DK-DECK-CARDS
                    "   REGISTER CHECK: " WS-DK-DECK-CHK.
            DISPLAY "COMMANDS RUN: " WS-CMD-COUNT
                    "   FAILED: " WS-FAIL-COUNT.
            IF WS-WF-EXPIRED = "Y"
               DISPLAY "RUN ENDED WAITING ON PREDECESSOR - MAXWAIT "
                       "EXPIRED (STATUS WAITTIME)"
            END-IF.
            DISPLAY "=========================================".

       P7009-EXIT.
