      *   - DETAIL LINES NOW CARRY A RUN= FIELD (THE EXECUTORS' RUN
      *     LEDGER WORK); THE PARSER TAKES IT IN STRIDE FOR OLD AND
      *     NEW LINES ALIKE.
      *   - DETAIL AND SUMMARY LINES NOW CARRY RESOURCE USAGE
      *     (UCPU= SCPU= MAXKB=) AHEAD OF CMD=; THE SUMMARY PARSE
      *     STOPS MAXEL= AT THE NEW FIELDS.  USAGE IS REPORTED BY
      *     SYSCMDCB, NOT HERE.
      *   - SYSCMDLOG LINES NOW CARRY THE AUDIT CHAIN AREA
      *     (SEQ/PREV/HASH, SEE SYSCMDCH) AFTER THE DATA; THE FD
      *     DESCRIBES THE LONGER LINE SO EACH STILL READS AS ONE
      *     RECORD.  THE REPORT IS UNCHANGED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SYSCMDLOG-FILE
           LABEL RECORDS STANDARD.
       01  SYSCMDLOG-REC                  PIC X(600).
       01  SYSCMDLOG-CHAINED.
           05  FILLER                     PIC X(600).
           05  SYSCMDLOG-CHAIN            PIC X(100).

       FD  RPTIN-FILE
           RECORDING MODE F
      **************************************************************
      ** SPLIT A SYSCMDHK SUMMARY LINE:
      **   SUM MONTH=yyyymm RUNS=n FAILS=n RETRIES=n TOTEL=n
      **   MINEL=n MAXEL=n [UCPU=n SCPU=n MAXKB=n] CMD=text
      ** THE MONTH FILTERS AS ITS FIRST DAY.  A SUMMARY THAT WILL
      ** NOT PARSE COUNTS AS BAD LIKE ANY OTHER LINE.
      **************************************************************
            UNSTRING WS-HEAD
                DELIMITED BY "SUM MONTH=" OR " RUNS=" OR " FAILS="
                    OR " RETRIES=" OR " TOTEL=" OR " MINEL="
                    OR " MAXEL=" OR " UCPU="
                INTO WS-F-DUMMY WS-PS-MONTH WS-PS-RUNS WS-PS-FAILS
                     WS-PS-RETRIES WS-PS-TOTEL WS-PS-MINEL
                     WS-PS-MAXEL
