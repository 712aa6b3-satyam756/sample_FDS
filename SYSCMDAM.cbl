      *     DATASET AS HISTORY - THE EXECUTORS ONLY LOAD ROWS WHOSE
      *     DATES BRACKET TODAY.  A BAD CARD IS REPORTED, SKIPPED AND
      *     ENDS THE JOB WITH RC 8.
      *   - EACH SYSCMDLOG LINE WRITTEN IS SEALED WITH THE AUDIT CHAIN
      *     - SEQUENCE NUMBER AND HASH CHAINED TO THE LINE BEFORE IT,
      *     IN COLUMNS 601-700 - THROUGH SYSCMDCH, SO SYSCMDCV CAN
      *     PROVE THE TRAIL HAS NOT BEEN EDITED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       WORKING-STORAGE SECTION.

          05 SAVED-RETURN-CODE        PIC S9(8) COMP-5 VALUE ZEROS.

       COPY CMDAUTHF.
       COPY CHAINF.

       PROCEDURE DIVISION.

                   INTO SYSCMDLOG-REC
            END-STRING.

            MOVE "L" TO CHAIN-FUNCTION.
            MOVE SYSCMDLOG-REC TO CHAIN-DATA.
            CALL "SYSCMDCH" USING CHAIN-PARM.
            MOVE CHAIN-AREA TO SYSCMDLOG-CHAIN.
            WRITE SYSCMDLOG-CHAINED.
            CLOSE SYSCMDLOG-FILE.

       P5009-EXIT.
