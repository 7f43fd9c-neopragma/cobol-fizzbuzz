      *            ONE BALANCED SET FOR THE ORIGINAL REQUEST.
      *
      * USAGE:     FIZZSPLT START END PARTS STREAMS REQUESTOR PRIO
      *                     [LINE]
      *              START      FIRST NUMBER OF THE REQUEST (1-9
      *                         DIGITS, GREATER THAN ZERO)
      *              END        LAST NUMBER OF THE REQUEST
      *                         SUB-RANGE REQUEST (1-8 CHARACTERS)
      *              PRIO       PRIORITY CARRIED ON EVERY SUB-RANGE
      *                         REQUEST (2 DIGITS, 01 MOST URGENT)
      *              LINE       PRODUCT LINE CARRIED ON EVERY
      *                         SUB-RANGE REQUEST (1-4 CHARACTERS,
      *                         DEFAULT BASE) - PASS THE SAME LINE
      *                         TO FIZZCONS
      *
      *            ALL FOUR WORKLIST DDS MUST BE ALLOCATED; STREAMS
      *            PAST THE COUNT ASKED FOR ARE WRITTEN EMPTY, WHICH
      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  RJP  INITIAL VERSION.
      *   15 OCT 2026  RJP  FIZZTXN GROWS 36 TO 40 BYTES WITH THE
      *                     PRODUCT LINE.  AN OPTIONAL SEVENTH ARGUMENT
      *                     NAMES THE LINE (DEFAULT BASE), CARRIED ON
      *                     EVERY SUB-RANGE REQUEST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSPLT.
      * READ BY FIZZBUZZ.CBL IN TXN MODE.
       FD  WORK-FILE-1
           RECORDING MODE IS F.
       01  WORK-RECORD-1          PIC X(40).

       FD  WORK-FILE-2
           RECORDING MODE IS F.
       01  WORK-RECORD-2          PIC X(40).

       FD  WORK-FILE-3
           RECORDING MODE IS F.
       01  WORK-RECORD-3          PIC X(40).

       FD  WORK-FILE-4
           RECORDING MODE IS F.
       01  WORK-RECORD-4          PIC X(40).

       WORKING-STORAGE SECTION.
      * THE LEN FIELDS MUST BE WIDE ENOUGH TO HOLD A TOKEN'S FULL
           05  ARG-TOKEN-5-LEN    PIC 9(02).
           05  ARG-TOKEN-6        PIC X(09).
           05  ARG-TOKEN-6-LEN    PIC 9(02).
           05  ARG-TOKEN-7        PIC X(09).
           05  ARG-TOKEN-7-LEN    PIC 9(02).
           05  ARG-TOKEN-8        PIC X(09).
           05  ARG-TOKEN-8-LEN    PIC 9(02).

       01  SPLIT-CONTROLS.
           05  STARTING-NUMBER    PIC 9(9) VALUE ZERO.
           05  STREAM-COUNT       PIC 9(1) VALUE ZERO.
           05  SPLIT-REQUESTOR    PIC X(8) VALUE SPACES.
           05  SPLIT-PRIORITY     PIC 9(2) VALUE ZERO.
           05  SPLIT-PRODUCT-LINE PIC X(4) VALUE 'BASE'.
           05  RUN-DATE-STAMP     PIC 9(8) VALUE ZERO.

       01  BINARY.
           05  TRX-REQUESTOR       PIC X(08).
           05  TRX-PRIORITY        PIC 9(02).
           05  TRX-DATE-WANTED     PIC 9(08).
           05  TRX-PRODUCT-LINE    PIC X(04).

       01  SPLIT-COUNTS.
           05  RECORDS-WRITTEN    PIC 9(9) VALUE ZERO.
                    ARG-TOKEN-4 COUNT IN ARG-TOKEN-4-LEN
                    ARG-TOKEN-5 COUNT IN ARG-TOKEN-5-LEN
                    ARG-TOKEN-6 COUNT IN ARG-TOKEN-6-LEN
                    ARG-TOKEN-7 COUNT IN ARG-TOKEN-7-LEN
                    ARG-TOKEN-8 COUNT IN ARG-TOKEN-8-LEN
           END-UNSTRING

           IF ARG-TOKEN-1-LEN EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           IF ARG-TOKEN-8-LEN NOT EQUAL ZERO
               DISPLAY 'FIZZSPLT - TOO MANY ARGUMENTS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF

      * LENGTHS BEFORE CONTENT - THE NUMERIC TESTS BELOW REFERENCE-
      * MODIFY WITH THESE LENGTHS, AND A SILENTLY TRUNCATED RANGE
      * BOUND MUST NEVER REACH THE SPLIT ARITHMETIC.
              OR ARG-TOKEN-4-LEN GREATER THAN 1
              OR ARG-TOKEN-5-LEN GREATER THAN 8
              OR ARG-TOKEN-6-LEN GREATER THAN 2
              OR ARG-TOKEN-7-LEN GREATER THAN 4
               DISPLAY 'FIZZSPLT - PARTS (4), STREAMS (1), '
                       'REQUESTOR (8), PRIORITY (2), OR LINE (4) '
                       'EXCEEDS ITS MAXIMUM LENGTH'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           MOVE ARG-TOKEN-4 (1:ARG-TOKEN-4-LEN) TO STREAM-COUNT
           MOVE ARG-TOKEN-5 (1:ARG-TOKEN-5-LEN) TO SPLIT-REQUESTOR
           MOVE ARG-TOKEN-6 (1:ARG-TOKEN-6-LEN) TO SPLIT-PRIORITY
           IF ARG-TOKEN-7-LEN NOT EQUAL ZERO
               MOVE ARG-TOKEN-7 (1:ARG-TOKEN-7-LEN)
                   TO SPLIT-PRODUCT-LINE
           END-IF

           IF STARTING-NUMBER EQUAL ZERO
               DISPLAY 'FIZZSPLT - START MUST BE GREATER THAN ZERO'
               MOVE SPLIT-REQUESTOR TO TRX-REQUESTOR
               MOVE SPLIT-PRIORITY TO TRX-PRIORITY
               MOVE RUN-DATE-STAMP TO TRX-DATE-WANTED
               MOVE SPLIT-PRODUCT-LINE TO TRX-PRODUCT-LINE

               DIVIDE PART-INDEX BY STREAM-COUNT
                   GIVING STREAM-QUOTIENT
       8300-DISPLAY-SUMMARY.

           DISPLAY 'FIZZSPLT - SPLIT SUMMARY'
           DISPLAY '  PRODUCT LINE    = ' SPLIT-PRODUCT-LINE
           DISPLAY '  RANGE           = ' STARTING-NUMBER ' THRU '
                   ENDING-NUMBER
           DISPLAY '  SUB-RANGES CUT  = ' RECORDS-WRITTEN
