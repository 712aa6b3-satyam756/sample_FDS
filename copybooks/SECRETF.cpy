      *****************************************************************
      * PROTECTED SECRETS - RECORD LAYOUT AND IN-CORE TABLE
      * ONE SECRETS DATASET LINE PER NAMED SECRET:
      *   NAME      NAME A DECK USES IN AN &SECRET(name). TOKEN
      *             (1-8 CHARACTERS, NOT CASE SENSITIVE)
      *   VALUE     THE REAL VALUE (PASSWORD, KEY, CONNECT STRING)
      *             SPLICED INTO THE COMMAND LINE ONLY AT THE MOMENT
      *             IT IS HANDED TO THE SHELL.  TRAILING BLANKS ARE
      *             NOT PART OF THE VALUE.
      * THE DATASET IS ACCESS-RESTRICTED TO THE BATCH USER ID AND IS
      * MAINTAINED BY HAND BY SECURITY ADMINISTRATION.  BLANK LINES
      * AND LINES STARTING "*" ARE COMMENTS.  LOADED AT START-UP BY
      * SYSCMDSP AND SYSCMDST; NEITHER EVER WRITES A VALUE TO ANY
      * LOG, ARCHIVE, ALERT, CHECKPOINT OR SPOOL LINE.
      *****************************************************************
       01  SECRET-RECORD.
           05  SECRET-NAME              PIC X(08).
           05  FILLER                   PIC X(01).
           05  SECRET-VALUE             PIC X(120).
           05  FILLER                   PIC X(71).
      *
       01  SECRET-TABLE.
           05  SECRET-CNT               PIC 9(02) VALUE 0.
           05  SECRET-ENTRY OCCURS 50 TIMES.
               10  SECRET-T-NAME        PIC X(08).
               10  SECRET-T-VALUE       PIC X(120).
               10  SECRET-T-LEN         PIC 9(03).
               10  SECRET-T-USED        PIC X(01).
           05  SECRET-MASK              PIC X(120) VALUE ALL "*".
