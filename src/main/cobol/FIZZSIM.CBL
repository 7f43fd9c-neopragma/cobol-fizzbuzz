      ******************************************************************
      * AUTHOR:    RJP
      * DATE:      15 OCT 2026
      * PURPOSE:   WHAT-IF SIMULATION OF A PENDING FIZZCTM SET.
      *            FIZZCMP ONLY SHOWS THE IMPACT OF A CONTROL CHANGE
      *            AFTER FIZZKEY HAS BEEN RELOADED UNDER IT, WHEN THE
      *            DAMAGE IS ALREADY IN THE CLUSTER.  THIS PROGRAM
      *            TAKES A PENDING SET BY ITS EFFECTIVE-FROM DATE AND
      *            A RANGE, CLASSIFIES EVERY NUMBER IN THE RANGE IN
      *            MEMORY UNDER BOTH THE SET IT WOULD REPLACE AND THE
      *            PENDING SET, AND REPORTS:
      *              - CLASS-TO-CLASS MOVEMENT COUNTS (FIZZ TO
      *                FIZZBAZZ, PLAIN TO BAZZ, ...)
      *              - THE CLASS MIX UNDER EACH SET, AS COUNTS AND
      *                PERCENTAGES OF THE NUMBERS CLASSIFIED
      *              - THE FIRST CHANGED NUMBERS AS SAMPLES
      *            NOTHING IS WRITTEN TO FIZZKEY, FIZZOUT, FIZZEXT,
      *            FIZZRST, OR FIZZHIST.  THE ONLY OUTPUT BESIDES THE
      *            REPORT IS ONE FIZZSIMR RECORD FOR THE SET, CARRYING
      *            THE CARD IMAGE THAT WAS SIMULATED AND THE HEADLINE
      *            COUNTS - FIZZCTLE APPROVE REFUSES A SET WITH NO
      *            SIMULATION ON FILE, OR ONE WHOSE CARD HAS CHANGED
      *            SINCE IT WAS SIMULATED, SO THE APPROVER SIGNS OFF
      *            ON NUMBERS RATHER THAN A CARD IMAGE.
      *
      *            THE SET BEING REPLACED IS WHATEVER A RUN ON THE
      *            PENDING SET'S EFFECTIVE-FROM DATE WOULD SELECT
      *            TODAY - THE APPROVED FIZZCTM SET COVERING THAT
      *            DATE BY THE SAME RULE FIZZBUZZ APPLIES, FALLING
      *            BACK TO THE FIZZCTL CARD AND THEN THE 3/5
      *            DEFAULTS.  NUMBERS ON THE FIZZEXCL LIST ARE
      *            SKIPPED, THE SAME AS A REAL RUN.
      *
      * USAGE:     FIZZSIM YYYYMMDD START END [LINE]
      *              YYYYMMDD  EFFECTIVE-FROM DATE OF THE PENDING SET
      *              START     FIRST NUMBER TO SIMULATE (1-9 DIGITS)
      *              END       LAST NUMBER TO SIMULATE (1-9 DIGITS)
      *              LINE      PRODUCT LINE OWNING THE SET (1-4
      *                        CHARACTERS, DEFAULT BASE).  THE
      *                        BASELINE IS TAKEN FROM THE SAME LINE.
      *
      *            RERUNNING FOR THE SAME SET REPLACES ITS FIZZSIMR
      *            RECORD - THE LATEST SIMULATION IS THE ONE THE
      *            APPROVER SEES.
      *
      * RETURN CODES:
      *            00  SIMULATION RUN AND RECORDED
      *            08  NO SET ON FILE FOR THE DATE, OR THE SET IS
      *                NOT PENDING
      *            12  A FILE COULD NOT BE OPENED OR UPDATED
      *            16  BAD ARGUMENTS, OR THE FIZZCTL CONTROL CARD OR
      *                FIZZEXCL EXCLUSION LIST IS INVALID
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJP  INITIAL VERSION.
      *   15 OCT 2026  RJP  TAKE AN OPTIONAL PRODUCT LINE; FIZZCTM AND
      *                     FIZZSIMR KEYS CARRY IT AND THE BASELINE IS
      *                     TAKEN FROM THE SAME LINE.
      *   15 OCT 2026  RJP  CLASSIFY BY RULE TYPE; CARRY THE TYPE IMAGE
      *                     ON FIZZSIMR (FIZZCTM 116 TO 211, FIZZSIMR
      *                     184 TO 279 BYTES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZSIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-MASTER-FILE ASSIGN TO FIZZCTM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTM-KEY
               FILE STATUS IS CONTROL-MASTER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO FIZZCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT EXCLUSION-FILE ASSIGN TO FIZZEXCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCLUSION-FILE-STATUS.

           SELECT SIMULATION-FILE ASSIGN TO FIZZSIMR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIM-KEY
               FILE STATUS IS SIMULATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CONTROL-MASTER-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZCTLE.CBL.  THE RULE ENTRIES ARE GROUPED SO THE WHOLE
      * CARD IMAGE CAN BE CARRIED INTO FIZZSIMR IN ONE MOVE.
       FD  CONTROL-MASTER-FILE.
       01  CONTROL-MASTER-RECORD.
           05  CTM-KEY.
               10  CTM-PRODUCT-LINE   PIC X(04).
               10  CTM-EFFECTIVE-FROM PIC 9(08).
           05  CTM-EFFECTIVE-TO    PIC 9(08).
           05  CTM-STATUS          PIC X(01).
               88  CTM-APPROVED VALUE 'A'.
               88  CTM-PENDING VALUE 'P'.
           05  CTM-RULE-TABLE.
               10  CTM-RULE-ENTRY OCCURS 5.
                   15  CTM-DIVISOR PIC 9(04).
                   15  CTM-WORD    PIC X(10).
           05  CTM-ADDED-DATE      PIC 9(08).
           05  CTM-APPROVED-DATE   PIC 9(08).
      * ONE TYPE ENTRY PER RULE ENTRY ABOVE, AS FIZZCTLE STORES
      * THEM - A BLANK TYPE IS DIVISIBLE-BY.
           05  CTM-RULE-TYPE-TABLE.
               10  CTM-RULE-TYPE-ENTRY OCCURS 5.
                   15  CTM-RULE-TYPE   PIC X(01).
                   15  CTM-BLOCK-FROM  PIC 9(09).
                   15  CTM-BLOCK-TO    PIC 9(09).
           05  FILLER              PIC X(09).

      * CONTROL-RECORD MUST MATCH THE CARD LAYOUT READ BY
      * FIZZBUZZ.CBL - UP TO FIVE DIVISOR/WORD PAIRS, AN ALL-ZERO/
      * ALL-BLANK PAIR UNUSED.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-RULE-ENTRY OCCURS 5.
               10  CTL-DIVISOR     PIC 9(4).
               10  CTL-WORD        PIC X(10).

      * EXCLUSION-RECORD MUST MATCH THE CARD LAYOUT READ BY
      * FIZZBUZZ.CBL - RESERVED FROM/TO BLOCKS THE RUN SKIPS.
       FD  EXCLUSION-FILE
           RECORDING MODE IS F.
       01  EXCLUSION-RECORD.
           05  EXC-FROM-NUMBER     PIC 9(09).
           05  EXC-TO-NUMBER       PIC 9(09).

      * ONE SIMULATION PER FIZZCTM SET, KEYED BY THE SET'S
      * PRODUCT LINE AND EFFECTIVE-FROM DATE.  SIM-RULE-IMAGE AND
      * SIM-RULE-TYPE-IMAGE ARE THE SET'S RULE AND TYPE ENTRIES
      * EXACTLY AS THEY STOOD WHEN SIMULATED - FIZZCTLE
      * COMPARES IT (AND THE EFFECTIVE-TO DATE) WITH THE SET BEING
      * APPROVED, SO A SET DELETED AND RE-ADDED WITH A DIFFERENT
      * CARD MUST BE SIMULATED AGAIN.  FIZZCTLE.CBL CARRIES THE
      * SAME LAYOUT.
       FD  SIMULATION-FILE.
       01  SIMULATION-RECORD.
           05  SIM-KEY.
               10  SIM-PRODUCT-LINE   PIC X(04).
               10  SIM-EFFECTIVE-FROM PIC 9(08).
           05  SIM-EFFECTIVE-TO    PIC 9(08).
           05  SIM-RULE-IMAGE      PIC X(70).
           05  SIM-RUN-DATE        PIC 9(08).
           05  SIM-RUN-TIME        PIC 9(08).
           05  SIM-STARTING-NUMBER PIC 9(09).
           05  SIM-ENDING-NUMBER   PIC 9(09).
           05  SIM-BASELINE-SOURCE PIC X(08).
           05  SIM-CLASSIFIED-COUNT PIC 9(09).
           05  SIM-CHANGED-COUNT   PIC 9(09).
           05  SIM-SKIPPED-COUNT   PIC 9(09).
           05  SIM-RULE-TYPE-IMAGE PIC X(95).
           05  FILLER              PIC X(25).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
       01  ARG-TOKENS.
           05  ARG-TOKEN-1        PIC X(09).
           05  ARG-TOKEN-1-LEN    PIC 9(02).
           05  ARG-TOKEN-2        PIC X(09).
           05  ARG-TOKEN-2-LEN    PIC 9(02).
           05  ARG-TOKEN-3        PIC X(09).
           05  ARG-TOKEN-3-LEN    PIC 9(02).
           05  ARG-TOKEN-4        PIC X(09).
           05  ARG-TOKEN-4-LEN    PIC 9(02).
           05  ARG-TOKEN-5        PIC X(09).
           05  ARG-TOKEN-5-LEN    PIC 9(02).

       01  BINARY.
           05  THE-REMAINDER      PIC S9(9).
           05  THE-QUOTIENT       PIC S9(9).
           05  THE-DIVISOR        PIC S9(9).
           05  RULE-INDEX         PIC S9(9).
           05  RESULT-POINTER     PIC S9(9).
           05  EXCLUSION-INDEX    PIC S9(9).
           05  SUMMARY-INDEX      PIC S9(9).
           05  CLASS-INDEX        PIC S9(9).
           05  SAMPLE-INDEX       PIC S9(9).
           05  CREDIT-INDEX       PIC S9(9).
           05  FIXED-VALUE-RULE   PIC S9(9).
           05  DIGIT-REMAINING    PIC S9(9).
           05  DIGIT-VALUE        PIC S9(9).

       01  SIMULATION-CONTROLS.
           05  PENDING-KEY-DATE   PIC 9(08) VALUE ZERO.
           05  PRODUCT-LINE       PIC X(04) VALUE 'BASE'.
           05  SIMULATE-FROM      PIC 9(09) VALUE ZERO.
           05  SIMULATE-TO        PIC 9(09) VALUE ZERO.
           05  SIMULATE-NUMBER    PIC 9(09) VALUE ZERO.
           05  TODAYS-DATE        PIC 9(08) VALUE ZERO.
           05  TIME-OF-DAY        PIC 9(08) VALUE ZERO.

       01  FILLER.
           05  EXPECTED-RESULT    PIC X(50).
           05  BASELINE-RESULT    PIC X(50).
           05  PENDING-RESULT     PIC X(50).
           05  OLD-CLASS-LABEL    PIC X(50).
           05  NEW-CLASS-LABEL    PIC X(50).
           05  CLASS-WORK-LABEL   PIC X(50).
           05  RULE-SIDE-LABEL    PIC X(08).
           05  RULE-DIGIT-OUT     PIC 9(01).
           05  FILLER             PIC X VALUE 'Y'.
               88  ARGS-ARE-VALID VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  SIMULATION-DONE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  CONTROL-MASTER-SELECTED VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  MASTER-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  MASTER-SET-FOUND VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  PENDING-SET-FOUND VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  NUMBER-IS-EXCLUDED VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  EXCLUSION-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  MIX-IS-NEW-SIDE VALUE 'Y', FALSE 'N'.

      * THE RULES BEING APPLIED TO THE CURRENT NUMBER - EITHER THE
      * BASELINE OR THE PENDING TABLE IS MOVED IN BEFORE EACH
      * DERIVATION.  ALL THREE TABLES MUST KEEP THE SAME SHAPE.
      * RULE-TYPE IS 'D' DIVISIBLE-BY, 'C' CONTAINS-DIGIT, OR 'F'
      * FIXED-VALUE, AS FIZZCTLE DEFINES THEM.
       01  CONTROL-VALUES.
           05  RULE-COUNT         PIC 9(2) VALUE ZERO.
           05  RULE-ENTRY OCCURS 5.
               10  RULE-DIVISOR   PIC S9(9).
               10  RULE-WORD      PIC X(10).
               10  RULE-TYPE      PIC X(01).
               10  RULE-BLOCK-FROM PIC 9(9).
               10  RULE-BLOCK-TO  PIC 9(9).

       01  BASELINE-VALUES.
           05  BASELINE-RULE-COUNT PIC 9(2) VALUE ZERO.
           05  BASELINE-RULE-ENTRY OCCURS 5.
               10  BASELINE-DIVISOR PIC S9(9).
               10  BASELINE-WORD  PIC X(10).
               10  BASELINE-RULE-TYPE PIC X(01).
               10  BASELINE-BLOCK-FROM PIC 9(9).
               10  BASELINE-BLOCK-TO PIC 9(9).

       01  PENDING-VALUES.
           05  PENDING-RULE-COUNT PIC 9(2) VALUE ZERO.
           05  PENDING-RULE-ENTRY OCCURS 5.
               10  PENDING-DIVISOR PIC S9(9).
               10  PENDING-WORD   PIC X(10).
               10  PENDING-RULE-TYPE PIC X(01).
               10  PENDING-BLOCK-FROM PIC 9(9).
               10  PENDING-BLOCK-TO PIC 9(9).

       01  RULE-LIMITS.
           05  MAXIMUM-RULES      PIC 9(2) VALUE 5.

      * WHERE THE BASELINE RULES CAME FROM - THE SAME MARKER
      * FIZZBUZZ STAMPS ON FIZZKEY: THE FIZZCTM EFFECTIVE-FROM
      * DATE, 'CARD', OR 'DEFAULT'.
       01  CONTROL-SOURCE-VALUES.
           05  CONTROL-SOURCE     PIC X(08) VALUE 'DEFAULT'.
           05  CONTROL-SOURCE-CARD PIC X(08) VALUE 'CARD'.
           05  CONTROL-SOURCE-DEFAULT PIC X(08) VALUE 'DEFAULT'.

      * THE RESERVED BLOCKS LOADED FROM FIZZEXCL.
       01  EXCLUSION-TABLE.
           05  EXCLUSION-COUNT     PIC 9(4) VALUE ZERO.
           05  MAXIMUM-EXCLUSIONS  PIC 9(4) VALUE 100.
           05  EXCLUSION-ENTRY OCCURS 100.
               10  EXCLUSION-FROM  PIC 9(9).
               10  EXCLUSION-TO    PIC 9(9).

      * THE WINNING APPROVED SET WHILE THE SCAN IS STILL RUNNING,
      * AND THE PENDING SET ONCE FOUND - SEE 0508.
       01  BEST-MASTER-SET.
           05  BEST-EFFECTIVE-FROM PIC 9(08) VALUE ZERO.
           05  BEST-EFFECTIVE-TO   PIC 9(08) VALUE ZERO.
           05  BEST-RULE-ENTRY OCCURS 5.
               10  BEST-DIVISOR    PIC 9(04).
               10  BEST-WORD       PIC X(10).
               10  BEST-RULE-TYPE  PIC X(01).
               10  BEST-BLOCK-FROM PIC 9(09).
               10  BEST-BLOCK-TO   PIC 9(09).

       01  PENDING-MASTER-SET.
           05  PENDING-EFFECTIVE-TO PIC 9(08) VALUE ZERO.
           05  PENDING-RULE-IMAGE.
               10  PENDING-CTM-ENTRY OCCURS 5.
                   15  PENDING-CTM-DIVISOR PIC 9(04).
                   15  PENDING-CTM-WORD PIC X(10).
           05  PENDING-RULE-TYPE-IMAGE.
               10  PENDING-CTM-TYPE-ENTRY OCCURS 5.
                   15  PENDING-CTM-TYPE PIC X(01).
                   15  PENDING-CTM-BLOCK-FROM PIC 9(09).
                   15  PENDING-CTM-BLOCK-TO PIC 9(09).

       01  RULE-MATCH-VALUES.
           05  MATCHED-RULE-COUNT PIC 9(2) VALUE ZERO.
           05  RULE-MATCHED-SW    PIC X(01) OCCURS 5.
           05  CARD-RULE-COUNT    PIC 9(2) VALUE ZERO.

       01  SIMULATION-COUNTS.
           05  NUMBERS-CLASSIFIED PIC 9(9) VALUE ZERO.
           05  NUMBERS-CHANGED    PIC 9(9) VALUE ZERO.
           05  NUMBERS-SKIPPED    PIC 9(9) VALUE ZERO.

      * OLD-CLASS/NEW-CLASS MOVEMENT MATRIX - SAME SHAPE AND SAME
      * OVERFLOW RULE AS FIZZCMP'S, BUT EVERY NUMBER IS TALLIED SO
      * THE UNCHANGED PAIRS SHOW TOO.
       01  CHANGE-SUMMARY-TABLE.
           05  SUMMARY-ENTRY-COUNT PIC 9(4) VALUE ZERO.
           05  SUMMARY-OVERFLOW-COUNT PIC 9(9) VALUE ZERO.
           05  SUMMARY-ENTRY OCCURS 100.
               10  SUMMARY-OLD-CLASS PIC X(50).
               10  SUMMARY-NEW-CLASS PIC X(50).
               10  SUMMARY-PAIR-COUNT PIC 9(9).

      * CLASS MIX UNDER EACH SET.  FIVE RULES GIVE AT MOST 32
      * CLASSES A SIDE, SO 64 ENTRIES HOLD BOTH SIDES EVEN WHEN THE
      * TWO SETS SHARE NO WORDS.
       01  CLASS-MIX-TABLE.
           05  CLASS-ENTRY-COUNT  PIC 9(4) VALUE ZERO.
           05  CLASS-OVERFLOW-COUNT PIC 9(9) VALUE ZERO.
           05  CLASS-ENTRY OCCURS 64.
               10  CLASS-LABEL    PIC X(50).
               10  CLASS-BASELINE-COUNT PIC 9(9).
               10  CLASS-PENDING-COUNT PIC 9(9).

       01  CLASS-PERCENTAGES.
           05  BASELINE-PERCENT   PIC 9(3)V99 VALUE ZERO.
           05  PENDING-PERCENT    PIC 9(3)V99 VALUE ZERO.
           05  BASELINE-PERCENT-OUT PIC ZZ9.99.
           05  PENDING-PERCENT-OUT PIC ZZ9.99.

      * THE FIRST CHANGED NUMBERS, KEPT FOR THE REPORT.
       01  SAMPLE-TABLE.
           05  SAMPLE-COUNT       PIC 9(4) VALUE ZERO.
           05  MAXIMUM-SAMPLES    PIC 9(4) VALUE 20.
           05  SAMPLE-ENTRY OCCURS 20.
               10  SAMPLE-NUMBER  PIC 9(9).
               10  SAMPLE-OLD-RESULT PIC X(50).
               10  SAMPLE-NEW-RESULT PIC X(50).

       01  FILE-STATUS-VALUES.
           05  CONTROL-MASTER-FILE-STATUS PIC X(02) VALUE '00'.
               88  CONTROL-MASTER-FILE-OK VALUE '00'.
           05  CONTROL-FILE-STATUS PIC X(02) VALUE '00'.
               88  CONTROL-FILE-OK VALUE '00'.
               88  CONTROL-FILE-NOT-FOUND VALUE '35'.
           05  EXCLUSION-FILE-STATUS PIC X(02) VALUE '00'.
               88  EXCLUSION-FILE-OK VALUE '00'.
           05  SIMULATION-FILE-STATUS PIC X(02) VALUE '00'.
               88  SIMULATION-FILE-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE THRU 0500-INITIALIZE-EXIT
           IF NOT ARGS-ARE-VALID
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RETURN-CODE NOT EQUAL ZERO
               GOBACK
           END-IF

           SET SIMULATION-DONE TO FALSE
           MOVE SIMULATE-FROM TO SIMULATE-NUMBER
           PERFORM UNTIL SIMULATION-DONE
               PERFORM 1000-SIMULATE-NUMBER
                   THRU 1000-SIMULATE-NUMBER-EX
               IF SIMULATE-NUMBER EQUAL SIMULATE-TO
                   SET SIMULATION-DONE TO TRUE
               ELSE
                   ADD 1 TO SIMULATE-NUMBER
               END-IF
           END-PERFORM

           PERFORM 8300-DISPLAY-REPORT THRU 8300-DISPLAY-REPORT-EX
           PERFORM 8500-RECORD-SIMULATION
               THRU 8500-RECORD-SIMULATION-EX
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
           ACCEPT TIME-OF-DAY FROM TIME END-ACCEPT
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           MOVE SPACES TO ARG-TOKENS
           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-TOKEN-1 COUNT IN ARG-TOKEN-1-LEN
                    ARG-TOKEN-2 COUNT IN ARG-TOKEN-2-LEN
                    ARG-TOKEN-3 COUNT IN ARG-TOKEN-3-LEN
                    ARG-TOKEN-4 COUNT IN ARG-TOKEN-4-LEN
                    ARG-TOKEN-5 COUNT IN ARG-TOKEN-5-LEN
           END-UNSTRING

           IF ARG-TOKEN-1-LEN NOT EQUAL 8
              OR ARG-TOKEN-1 (1:8) NOT NUMERIC
               DISPLAY 'FIZZSIM - THE PENDING SET''S EFFECTIVE-FROM '
                       'DATE, YYYYMMDD, IS REQUIRED'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           MOVE ARG-TOKEN-1 (1:8) TO PENDING-KEY-DATE

      * LENGTH BEFORE CONTENT, THE SAME AS FIZZCMP - THE NUMERIC
      * TESTS REFERENCE-MODIFY WITH THESE LENGTHS.
           IF ARG-TOKEN-2-LEN EQUAL ZERO
              OR ARG-TOKEN-2-LEN GREATER THAN 9
              OR ARG-TOKEN-3-LEN EQUAL ZERO
              OR ARG-TOKEN-3-LEN GREATER THAN 9
               DISPLAY 'FIZZSIM - START AND END NUMBERS OF ONE TO '
                       'NINE DIGITS ARE REQUIRED'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-2 (1:ARG-TOKEN-2-LEN) NOT NUMERIC
              OR ARG-TOKEN-3 (1:ARG-TOKEN-3-LEN) NOT NUMERIC
               DISPLAY 'FIZZSIM - START AND END MUST BE NUMERIC'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           MOVE ARG-TOKEN-2 (1:ARG-TOKEN-2-LEN) TO SIMULATE-FROM
           MOVE ARG-TOKEN-3 (1:ARG-TOKEN-3-LEN) TO SIMULATE-TO
           IF SIMULATE-FROM EQUAL ZERO
              OR SIMULATE-FROM GREATER THAN SIMULATE-TO
               DISPLAY 'FIZZSIM - START MUST BE NON-ZERO AND NOT '
                       'AFTER END'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-5-LEN NOT EQUAL ZERO
               DISPLAY 'FIZZSIM - TOO MANY ARGUMENTS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-4-LEN GREATER THAN 4
               DISPLAY 'FIZZSIM - PRODUCT LINE MAY NOT EXCEED FOUR '
                       'CHARACTERS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-4-LEN NOT EQUAL ZERO
               MOVE ARG-TOKEN-4 (1:ARG-TOKEN-4-LEN) TO PRODUCT-LINE
           END-IF

      * THE BASELINE IS WHAT A RUN ON THE PENDING SET'S FIRST DATE
      * WOULD SELECT TODAY - THE SAME FIZZCTM / FIZZCTL / DEFAULT
      * CHAIN FIZZBUZZ WALKS.
           PERFORM 0505-SET-DEFAULT-RULES
               THRU 0505-SET-DEFAULT-RULES-EX
           PERFORM 0508-READ-CONTROL-MASTER
               THRU 0508-READ-CONTROL-MASTER-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF NOT CONTROL-MASTER-SELECTED
               PERFORM 0510-READ-CONTROL THRU 0510-READ-CONTROL-EXIT
           END-IF
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           MOVE CONTROL-VALUES TO BASELINE-VALUES

           PERFORM 0509-LOAD-PENDING-SET
               THRU 0509-LOAD-PENDING-SET-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           PERFORM 0515-LOAD-EXCLUSIONS
               THRU 0515-LOAD-EXCLUSIONS-EX
           .

       0500-INITIALIZE-EXIT.
           EXIT.

       0505-SET-DEFAULT-RULES.

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
               MOVE SPACES TO RULE-WORD (RULE-INDEX)
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           MOVE 2 TO RULE-COUNT
           MOVE 3 TO RULE-DIVISOR (1)
           MOVE 'Fizz' TO RULE-WORD (1)
           MOVE 5 TO RULE-DIVISOR (2)
           MOVE 'Buzz' TO RULE-WORD (2)
           MOVE CONTROL-SOURCE-DEFAULT TO CONTROL-SOURCE
           .

       0505-SET-DEFAULT-RULES-EX.
           EXIT.

      * ONE PASS OVER THE MASTER DOES TWO JOBS: IT PICKS THE
      * APPROVED SET IN EFFECT ON THE PENDING SET'S EFFECTIVE-FROM
      * DATE BY FIZZBUZZ'S OWN SELECTION RULE, AND IT CAPTURES THE
      * PENDING SET ITSELF.  SETS OF OTHER PRODUCT LINES ARE PASSED
      * OVER.  NO SET FOR THE DATE, OR ONE ALREADY
      * APPROVED, ENDS THE STEP RC 8 - THERE IS NOTHING TO SIMULATE.
       0508-READ-CONTROL-MASTER.

           SET CONTROL-MASTER-SELECTED TO FALSE
           SET MASTER-SET-FOUND TO FALSE
           SET PENDING-SET-FOUND TO FALSE
           SET MASTER-AT-EOF TO FALSE

           OPEN INPUT CONTROL-MASTER-FILE
           IF NOT CONTROL-MASTER-FILE-OK
               DISPLAY 'FIZZSIM - UNABLE TO OPEN CONTROL-MASTER-FILE, '
                       'STATUS = ' CONTROL-MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0508-READ-CONTROL-MASTER-EX
           END-IF

           MOVE ZERO TO BEST-EFFECTIVE-FROM
           PERFORM UNTIL MASTER-AT-EOF
               READ CONTROL-MASTER-FILE
                   AT END
                       SET MASTER-AT-EOF TO TRUE
               END-READ
               IF NOT MASTER-AT-EOF
                  AND CTM-PRODUCT-LINE EQUAL PRODUCT-LINE
                   IF CTM-EFFECTIVE-FROM EQUAL PENDING-KEY-DATE
                       SET PENDING-SET-FOUND TO TRUE
                       MOVE CTM-EFFECTIVE-TO TO PENDING-EFFECTIVE-TO
                       MOVE CTM-RULE-TABLE TO PENDING-RULE-IMAGE
                       MOVE CTM-RULE-TYPE-TABLE
                           TO PENDING-RULE-TYPE-IMAGE
                       IF NOT CTM-PENDING
                           DISPLAY 'FIZZSIM - SET ' PRODUCT-LINE
                                   ' EFFECTIVE ' PENDING-KEY-DATE
                                   ' IS NOT PENDING (STATUS '
                                   CTM-STATUS ')'
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF CTM-APPROVED
                      AND CTM-EFFECTIVE-FROM NOT GREATER THAN
                          PENDING-KEY-DATE
                      AND CTM-EFFECTIVE-TO NOT LESS THAN
                          PENDING-KEY-DATE
                      AND CTM-EFFECTIVE-FROM NOT LESS THAN
                          BEST-EFFECTIVE-FROM
                       SET MASTER-SET-FOUND TO TRUE
                       MOVE CTM-EFFECTIVE-FROM
                           TO BEST-EFFECTIVE-FROM
                       MOVE CTM-EFFECTIVE-TO TO BEST-EFFECTIVE-TO
                       PERFORM VARYING RULE-INDEX FROM 1 BY 1
                           UNTIL RULE-INDEX GREATER THAN
                                 MAXIMUM-RULES
                           MOVE CTM-DIVISOR (RULE-INDEX)
                               TO BEST-DIVISOR (RULE-INDEX)
                           MOVE CTM-WORD (RULE-INDEX)
                               TO BEST-WORD (RULE-INDEX)
                           MOVE CTM-RULE-TYPE (RULE-INDEX)
                               TO BEST-RULE-TYPE (RULE-INDEX)
                           MOVE CTM-BLOCK-FROM (RULE-INDEX)
                               TO BEST-BLOCK-FROM (RULE-INDEX)
                           MOVE CTM-BLOCK-TO (RULE-INDEX)
                               TO BEST-BLOCK-TO (RULE-INDEX)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CONTROL-MASTER-FILE

           IF NOT PENDING-SET-FOUND
               DISPLAY 'FIZZSIM - NO SET EFFECTIVE ' PENDING-KEY-DATE
                       ' ON FILE FOR LINE ' PRODUCT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0508-READ-CONTROL-MASTER-EX
           END-IF

           IF NOT MASTER-SET-FOUND
               GO TO 0508-READ-CONTROL-MASTER-EX
           END-IF

      * A RULE IS ACTIVE WHEN IT HAS A WORD, AND A BLANK TYPE IS
      * DIVISIBLE-BY - THE SAME READING FIZZBUZZ GIVES THE SET.
           MOVE ZERO TO RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF BEST-WORD (RULE-INDEX) NOT EQUAL SPACES
                   ADD 1 TO RULE-COUNT
                   MOVE BEST-DIVISOR (RULE-INDEX)
                       TO RULE-DIVISOR (RULE-COUNT)
                   MOVE BEST-WORD (RULE-INDEX)
                       TO RULE-WORD (RULE-COUNT)
                   MOVE 'D' TO RULE-TYPE (RULE-COUNT)
                   MOVE ZERO TO RULE-BLOCK-FROM (RULE-COUNT)
                   MOVE ZERO TO RULE-BLOCK-TO (RULE-COUNT)
                   IF BEST-RULE-TYPE (RULE-INDEX) EQUAL 'C'
                       MOVE 'C' TO RULE-TYPE (RULE-COUNT)
                   END-IF
                   IF BEST-RULE-TYPE (RULE-INDEX) EQUAL 'F'
                       MOVE 'F' TO RULE-TYPE (RULE-COUNT)
                       MOVE BEST-BLOCK-FROM (RULE-INDEX)
                           TO RULE-BLOCK-FROM (RULE-COUNT)
                       MOVE BEST-BLOCK-TO (RULE-INDEX)
                           TO RULE-BLOCK-TO (RULE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF RULE-INDEX GREATER THAN RULE-COUNT
                   MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
                   MOVE SPACES TO RULE-WORD (RULE-INDEX)
                   MOVE 'D' TO RULE-TYPE (RULE-INDEX)
                   MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
                   MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
               END-IF
           END-PERFORM
           IF RULE-COUNT EQUAL ZERO
               PERFORM 0505-SET-DEFAULT-RULES
                   THRU 0505-SET-DEFAULT-RULES-EX
               GO TO 0508-READ-CONTROL-MASTER-EX
           END-IF

           SET CONTROL-MASTER-SELECTED TO TRUE
           MOVE BEST-EFFECTIVE-FROM TO CONTROL-SOURCE
           .

       0508-READ-CONTROL-MASTER-EX.
           EXIT.

      * COMPACT THE PENDING SET'S ACTIVE PAIRS INTO ITS RULE TABLE
      * IN CARD ORDER, THE SAME WAY A RUN WOULD LOAD IT ONCE
      * APPROVED.  FIZZCTLE ADD NEVER STORES A SET WITHOUT A USABLE
      * RULE, BUT AN EMPTY ONE IS STILL REFUSED HERE RATHER THAN
      * SIMULATED AS "EVERYTHING PLAIN".
       0509-LOAD-PENDING-SET.

           MOVE ZERO TO PENDING-RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE ZERO TO PENDING-DIVISOR (RULE-INDEX)
               MOVE SPACES TO PENDING-WORD (RULE-INDEX)
               MOVE 'D' TO PENDING-RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO PENDING-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO PENDING-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF PENDING-CTM-WORD (RULE-INDEX) NOT EQUAL SPACES
                   ADD 1 TO PENDING-RULE-COUNT
                   MOVE PENDING-CTM-DIVISOR (RULE-INDEX)
                       TO PENDING-DIVISOR (PENDING-RULE-COUNT)
                   MOVE PENDING-CTM-WORD (RULE-INDEX)
                       TO PENDING-WORD (PENDING-RULE-COUNT)
                   IF PENDING-CTM-TYPE (RULE-INDEX) EQUAL 'C'
                       MOVE 'C'
                           TO PENDING-RULE-TYPE (PENDING-RULE-COUNT)
                   END-IF
                   IF PENDING-CTM-TYPE (RULE-INDEX) EQUAL 'F'
                       MOVE 'F'
                           TO PENDING-RULE-TYPE (PENDING-RULE-COUNT)
                       MOVE PENDING-CTM-BLOCK-FROM (RULE-INDEX)
                           TO PENDING-BLOCK-FROM (PENDING-RULE-COUNT)
                       MOVE PENDING-CTM-BLOCK-TO (RULE-INDEX)
                           TO PENDING-BLOCK-TO (PENDING-RULE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF PENDING-RULE-COUNT EQUAL ZERO
               DISPLAY 'FIZZSIM - SET EFFECTIVE ' PENDING-KEY-DATE
                       ' CARRIES NO USABLE RULES'
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       0509-LOAD-PENDING-SET-EX.
           EXIT.

      * SAME CONTROL-CARD RESOLUTION AS FIZZBUZZ'S 0510-READ-CONTROL,
      * USED ONLY WHEN NO APPROVED SET COVERS THE DATE.
       0510-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-NOT-FOUND
               GO TO 0510-READ-CONTROL-EXIT
           END-IF
           IF NOT CONTROL-FILE-OK
               DISPLAY 'FIZZSIM - UNABLE TO OPEN CONTROL-FILE, '
                       'STATUS = ' CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0510-READ-CONTROL-EXIT
           END-IF

           READ CONTROL-FILE
               AT END
                   GO TO 0510-CLOSE-CONTROL-CARD
           END-READ

           MOVE ZERO TO CARD-RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF CTL-DIVISOR (RULE-INDEX) EQUAL ZERO
                  AND CTL-WORD (RULE-INDEX) EQUAL SPACES
                   CONTINUE
               ELSE
                   IF CTL-DIVISOR (RULE-INDEX) EQUAL ZERO
                       DISPLAY 'FIZZSIM - CONTROL CARD DIVISOR MAY '
                               'NOT BE ZERO'
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF CTL-WORD (RULE-INDEX) EQUAL SPACES
                           DISPLAY 'FIZZSIM - CONTROL CARD WORDS '
                                   'MAY NOT BE BLANK'
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           ADD 1 TO CARD-RULE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF RETURN-CODE EQUAL ZERO
              AND CARD-RULE-COUNT EQUAL ZERO
               DISPLAY 'FIZZSIM - CONTROL CARD CARRIES NO USABLE '
                       'RULES'
               MOVE 16 TO RETURN-CODE
           END-IF

           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0510-CLOSE-CONTROL-CARD
           END-IF

           MOVE ZERO TO RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF CTL-DIVISOR (RULE-INDEX) NOT EQUAL ZERO
                   ADD 1 TO RULE-COUNT
                   MOVE CTL-DIVISOR (RULE-INDEX)
                       TO RULE-DIVISOR (RULE-COUNT)
                   MOVE CTL-WORD (RULE-INDEX)
                       TO RULE-WORD (RULE-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF RULE-INDEX GREATER THAN RULE-COUNT
                   MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
                   MOVE SPACES TO RULE-WORD (RULE-INDEX)
               END-IF
      * THE FLAT CARD CARRIES NO RULE TYPES - ALL DIVISIBLE-BY.
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           MOVE CONTROL-SOURCE-CARD TO CONTROL-SOURCE
           .

       0510-CLOSE-CONTROL-CARD.
           CLOSE CONTROL-FILE
           .

       0510-READ-CONTROL-EXIT.
           EXIT.

      * LOAD THE SAME RESERVED BLOCKS A RUN HONORS.  NO FIZZEXCL DD
      * MEANS NO EXCLUSIONS; A MALFORMED LIST FAILS THE STEP.
       0515-LOAD-EXCLUSIONS.

           OPEN INPUT EXCLUSION-FILE
           IF NOT EXCLUSION-FILE-OK
               GO TO 0515-LOAD-EXCLUSIONS-EX
           END-IF

           PERFORM UNTIL EXCLUSION-AT-EOF
               READ EXCLUSION-FILE
                   AT END
                       SET EXCLUSION-AT-EOF TO TRUE
               END-READ
               IF NOT EXCLUSION-AT-EOF
                   IF EXC-FROM-NUMBER NOT NUMERIC
                      OR EXC-TO-NUMBER NOT NUMERIC
                      OR EXC-FROM-NUMBER GREATER THAN EXC-TO-NUMBER
                       DISPLAY 'FIZZSIM - MALFORMED EXCLUSION '
                               'RECORD: ' EXCLUSION-RECORD
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF EXCLUSION-COUNT EQUAL MAXIMUM-EXCLUSIONS
                           DISPLAY 'FIZZSIM - MORE THAN '
                                   MAXIMUM-EXCLUSIONS
                                   ' EXCLUSION RECORDS'
                           MOVE 16 TO RETURN-CODE
                           SET EXCLUSION-AT-EOF TO TRUE
                       ELSE
                           ADD 1 TO EXCLUSION-COUNT
                           MOVE EXC-FROM-NUMBER
                               TO EXCLUSION-FROM (EXCLUSION-COUNT)
                           MOVE EXC-TO-NUMBER
                               TO EXCLUSION-TO (EXCLUSION-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EXCLUSION-FILE
           .

       0515-LOAD-EXCLUSIONS-EX.
           EXIT.

      * IS SIMULATE-NUMBER INSIDE A RESERVED BLOCK?
       0517-CHECK-EXCLUDED.

           SET NUMBER-IS-EXCLUDED TO FALSE
           PERFORM VARYING EXCLUSION-INDEX FROM 1 BY 1
               UNTIL EXCLUSION-INDEX GREATER THAN EXCLUSION-COUNT
               IF SIMULATE-NUMBER NOT LESS THAN
                      EXCLUSION-FROM (EXCLUSION-INDEX)
                  AND SIMULATE-NUMBER NOT GREATER THAN
                      EXCLUSION-TO (EXCLUSION-INDEX)
                   SET NUMBER-IS-EXCLUDED TO TRUE
                   GO TO 0517-CHECK-EXCLUDED-EX
               END-IF
           END-PERFORM
           .

       0517-CHECK-EXCLUDED-EX.
           EXIT.

      * CLASSIFY ONE NUMBER UNDER BOTH SETS AND TALLY THE PAIR.
       1000-SIMULATE-NUMBER.

           PERFORM 0517-CHECK-EXCLUDED THRU 0517-CHECK-EXCLUDED-EX
           IF NUMBER-IS-EXCLUDED
               ADD 1 TO NUMBERS-SKIPPED
               GO TO 1000-SIMULATE-NUMBER-EX
           END-IF
           ADD 1 TO NUMBERS-CLASSIFIED

           MOVE BASELINE-VALUES TO CONTROL-VALUES
           PERFORM 1200-DERIVE-RESULT THRU 1200-DERIVE-RESULT-EX
           MOVE EXPECTED-RESULT TO BASELINE-RESULT
           MOVE CLASS-WORK-LABEL TO OLD-CLASS-LABEL

           MOVE PENDING-VALUES TO CONTROL-VALUES
           PERFORM 1200-DERIVE-RESULT THRU 1200-DERIVE-RESULT-EX
           MOVE EXPECTED-RESULT TO PENDING-RESULT
           MOVE CLASS-WORK-LABEL TO NEW-CLASS-LABEL

           PERFORM 1300-TALLY-CLASS-PAIR THRU 1300-TALLY-CLASS-PAIR-EX
           SET MIX-IS-NEW-SIDE TO FALSE
           MOVE OLD-CLASS-LABEL TO CLASS-WORK-LABEL
           PERFORM 1400-TALLY-CLASS-MIX THRU 1400-TALLY-CLASS-MIX-EX
           SET MIX-IS-NEW-SIDE TO TRUE
           MOVE NEW-CLASS-LABEL TO CLASS-WORK-LABEL
           PERFORM 1400-TALLY-CLASS-MIX THRU 1400-TALLY-CLASS-MIX-EX

           IF BASELINE-RESULT NOT EQUAL PENDING-RESULT
               ADD 1 TO NUMBERS-CHANGED
               IF SAMPLE-COUNT LESS THAN MAXIMUM-SAMPLES
                   ADD 1 TO SAMPLE-COUNT
                   MOVE SIMULATE-NUMBER TO SAMPLE-NUMBER (SAMPLE-COUNT)
                   MOVE BASELINE-RESULT
                       TO SAMPLE-OLD-RESULT (SAMPLE-COUNT)
                   MOVE PENDING-RESULT
                       TO SAMPLE-NEW-RESULT (SAMPLE-COUNT)
               END-IF
           END-IF
           .

       1000-SIMULATE-NUMBER-EX.
           EXIT.

      * SAME CLASSIFICATION AS FIZZBUZZ'S 1000-PROCESS-NUMBER,
      * AGAINST WHICHEVER TABLE IS IN CONTROL-VALUES - A
      * FIXED-VALUE BLOCK FIRST, THEN EVERY DIVISIBLE-BY AND
      * CONTAINS-DIGIT RULE.  A PLAIN RESULT IS LABELED *PLAIN* THE
      * WAY FIZZCMP ROLLS THEM UP, AND A PINNED ONE *FIXED* AHEAD
      * OF ITS WORD SO IT IS NOT MIXED IN WITH THE NUMBERS THAT
      * EARNED THE SAME WORD.
       1200-DERIVE-RESULT.

           MOVE SPACES TO EXPECTED-RESULT
           MOVE ZERO TO MATCHED-RULE-COUNT
           MOVE ZERO TO FIXED-VALUE-RULE

           PERFORM VARYING RULE-INDEX FROM RULE-COUNT BY -1
               UNTIL RULE-INDEX LESS THAN 1
               MOVE 'N' TO RULE-MATCHED-SW (RULE-INDEX)
               IF RULE-TYPE (RULE-INDEX) EQUAL 'F'
                  AND SIMULATE-NUMBER NOT LESS THAN
                      RULE-BLOCK-FROM (RULE-INDEX)
                  AND SIMULATE-NUMBER NOT GREATER THAN
                      RULE-BLOCK-TO (RULE-INDEX)
                   MOVE RULE-INDEX TO FIXED-VALUE-RULE
               END-IF
           END-PERFORM
           IF FIXED-VALUE-RULE NOT EQUAL ZERO
               MOVE RULE-WORD (FIXED-VALUE-RULE) TO EXPECTED-RESULT
               MOVE SPACES TO CLASS-WORK-LABEL
               STRING '*FIXED* ' DELIMITED BY SIZE
                      RULE-WORD (FIXED-VALUE-RULE) DELIMITED BY SPACE
                   INTO CLASS-WORK-LABEL
               END-STRING
               GO TO 1200-DERIVE-RESULT-EX
           END-IF

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-TYPE (RULE-INDEX) EQUAL 'D'
                   MOVE RULE-DIVISOR (RULE-INDEX) TO THE-DIVISOR
                   DIVIDE SIMULATE-NUMBER BY THE-DIVISOR
                       GIVING THE-QUOTIENT
                       REMAINDER THE-REMAINDER
                   IF THE-REMAINDER EQUAL ZERO
                       MOVE 'Y' TO RULE-MATCHED-SW (RULE-INDEX)
                   END-IF
               END-IF
               IF RULE-TYPE (RULE-INDEX) EQUAL 'C'
                   PERFORM 1210-CHECK-DIGIT THRU 1210-CHECK-DIGIT-EX
               END-IF
           END-PERFORM

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-MATCHED-SW (RULE-INDEX) EQUAL 'Y'
                   ADD 1 TO MATCHED-RULE-COUNT
               END-IF
           END-PERFORM

           IF MATCHED-RULE-COUNT EQUAL ZERO
               MOVE SIMULATE-NUMBER TO EXPECTED-RESULT
               MOVE '*PLAIN*' TO CLASS-WORK-LABEL
           ELSE
               MOVE 1 TO RESULT-POINTER
               PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX GREATER THAN RULE-COUNT
                   IF RULE-MATCHED-SW (RULE-INDEX) EQUAL 'Y'
                       STRING RULE-WORD (RULE-INDEX)
                                  DELIMITED BY SPACE
                           INTO EXPECTED-RESULT
                           WITH POINTER RESULT-POINTER
                       END-STRING
                   END-IF
               END-PERFORM
               MOVE EXPECTED-RESULT TO CLASS-WORK-LABEL
           END-IF
           .

       1200-DERIVE-RESULT-EX.
           EXIT.

      * CONTAINS-DIGIT - DOES THE RULE'S DIGIT APPEAR ANYWHERE IN
      * THE NUMBER.  A MATCH IS CREDITED TO THE FIRST NON-FIXED RULE
      * CARRYING THE SAME WORD, THE WAY FIZZBUZZ CREDITS IT.
       1210-CHECK-DIGIT.

           MOVE SIMULATE-NUMBER TO DIGIT-REMAINING
           PERFORM UNTIL DIGIT-REMAINING EQUAL ZERO
               DIVIDE DIGIT-REMAINING BY 10
                   GIVING DIGIT-REMAINING
                   REMAINDER DIGIT-VALUE
               IF DIGIT-VALUE EQUAL RULE-DIVISOR (RULE-INDEX)
                   PERFORM VARYING CREDIT-INDEX FROM 1 BY 1
                       UNTIL CREDIT-INDEX GREATER THAN RULE-INDEX
                       IF RULE-TYPE (CREDIT-INDEX) NOT EQUAL 'F'
                          AND RULE-WORD (CREDIT-INDEX) EQUAL
                              RULE-WORD (RULE-INDEX)
                           MOVE 'Y'
                               TO RULE-MATCHED-SW (CREDIT-INDEX)
                           GO TO 1210-CHECK-DIGIT-EX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       1210-CHECK-DIGIT-EX.
           EXIT.

       1300-TALLY-CLASS-PAIR.

           PERFORM VARYING SUMMARY-INDEX FROM 1 BY 1
               UNTIL SUMMARY-INDEX GREATER THAN SUMMARY-ENTRY-COUNT
               IF SUMMARY-OLD-CLASS (SUMMARY-INDEX)
                      EQUAL OLD-CLASS-LABEL
                  AND SUMMARY-NEW-CLASS (SUMMARY-INDEX)
                      EQUAL NEW-CLASS-LABEL
                   ADD 1 TO SUMMARY-PAIR-COUNT (SUMMARY-INDEX)
                   GO TO 1300-TALLY-CLASS-PAIR-EX
               END-IF
           END-PERFORM

           IF SUMMARY-ENTRY-COUNT EQUAL 100
               ADD 1 TO SUMMARY-OVERFLOW-COUNT
               GO TO 1300-TALLY-CLASS-PAIR-EX
           END-IF

           ADD 1 TO SUMMARY-ENTRY-COUNT
           MOVE OLD-CLASS-LABEL
               TO SUMMARY-OLD-CLASS (SUMMARY-ENTRY-COUNT)
           MOVE NEW-CLASS-LABEL
               TO SUMMARY-NEW-CLASS (SUMMARY-ENTRY-COUNT)
           MOVE 1 TO SUMMARY-PAIR-COUNT (SUMMARY-ENTRY-COUNT)
           .

       1300-TALLY-CLASS-PAIR-EX.
           EXIT.

      * ADD ONE TO CLASS-WORK-LABEL'S COUNT ON THE BASELINE OR THE
      * PENDING SIDE, PER MIX-IS-NEW-SIDE.
       1400-TALLY-CLASS-MIX.

           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
               UNTIL CLASS-INDEX GREATER THAN CLASS-ENTRY-COUNT
               IF CLASS-LABEL (CLASS-INDEX) EQUAL CLASS-WORK-LABEL
                   GO TO 1400-TALLY-CLASS-MIX-COUNT
               END-IF
           END-PERFORM

           IF CLASS-ENTRY-COUNT EQUAL 64
               ADD 1 TO CLASS-OVERFLOW-COUNT
               GO TO 1400-TALLY-CLASS-MIX-EX
           END-IF

           ADD 1 TO CLASS-ENTRY-COUNT
           MOVE CLASS-ENTRY-COUNT TO CLASS-INDEX
           MOVE CLASS-WORK-LABEL TO CLASS-LABEL (CLASS-INDEX)
           MOVE ZERO TO CLASS-BASELINE-COUNT (CLASS-INDEX)
           MOVE ZERO TO CLASS-PENDING-COUNT (CLASS-INDEX)
           .

       1400-TALLY-CLASS-MIX-COUNT.

           IF MIX-IS-NEW-SIDE
               ADD 1 TO CLASS-PENDING-COUNT (CLASS-INDEX)
           ELSE
               ADD 1 TO CLASS-BASELINE-COUNT (CLASS-INDEX)
           END-IF
           .

       1400-TALLY-CLASS-MIX-EX.
           EXIT.

       8300-DISPLAY-REPORT.

           DISPLAY 'FIZZSIM - WHAT-IF SIMULATION OF PENDING SET '
                   'EFFECTIVE ' PENDING-KEY-DATE
                   ' THRU ' PENDING-EFFECTIVE-TO
           DISPLAY '  PRODUCT LINE         = ' PRODUCT-LINE
           DISPLAY '  RANGE SIMULATED      = ' SIMULATE-FROM
                   ' THRU ' SIMULATE-TO
           DISPLAY '  BASELINE CONTROL SOURCE = ' CONTROL-SOURCE
           MOVE 'BASELINE' TO RULE-SIDE-LABEL
           MOVE BASELINE-VALUES TO CONTROL-VALUES
           PERFORM 8310-DISPLAY-RULES THRU 8310-DISPLAY-RULES-EX
           MOVE 'PENDING ' TO RULE-SIDE-LABEL
           MOVE PENDING-VALUES TO CONTROL-VALUES
           PERFORM 8310-DISPLAY-RULES THRU 8310-DISPLAY-RULES-EX
           DISPLAY '  NUMBERS CLASSIFIED   = ' NUMBERS-CLASSIFIED
           DISPLAY '  NUMBERS EXCLUDED     = ' NUMBERS-SKIPPED
           DISPLAY '  NUMBERS CHANGED      = ' NUMBERS-CHANGED

           IF SUMMARY-ENTRY-COUNT GREATER THAN ZERO
               DISPLAY 'FIZZSIM - MOVEMENT BY OLD-CLASS/NEW-CLASS'
               PERFORM VARYING SUMMARY-INDEX FROM 1 BY 1
                   UNTIL SUMMARY-INDEX GREATER THAN SUMMARY-ENTRY-COUNT
                   IF SUMMARY-OLD-CLASS (SUMMARY-INDEX)
                          EQUAL SUMMARY-NEW-CLASS (SUMMARY-INDEX)
                       DISPLAY '  ' SUMMARY-OLD-CLASS (SUMMARY-INDEX)
                               ' -> (UNCHANGED) = '
                               SUMMARY-PAIR-COUNT (SUMMARY-INDEX)
                   ELSE
                       DISPLAY '  ' SUMMARY-OLD-CLASS (SUMMARY-INDEX)
                               ' -> '
                               SUMMARY-NEW-CLASS (SUMMARY-INDEX)
                               ' = '
                               SUMMARY-PAIR-COUNT (SUMMARY-INDEX)
                   END-IF
               END-PERFORM
               IF SUMMARY-OVERFLOW-COUNT GREATER THAN ZERO
                   DISPLAY '  PAIRS PAST TABLE LIMIT = '
                           SUMMARY-OVERFLOW-COUNT
               END-IF
           END-IF

      * PERCENTAGES ARE OF THE NUMBERS ACTUALLY CLASSIFIED -
      * EXCLUDED NUMBERS ARE IN NEITHER MIX.
           IF CLASS-ENTRY-COUNT GREATER THAN ZERO
               DISPLAY 'FIZZSIM - CLASS MIX    BASELINE COUNT/PCT'
                       '    PENDING COUNT/PCT'
               PERFORM VARYING CLASS-INDEX FROM 1 BY 1
                   UNTIL CLASS-INDEX GREATER THAN CLASS-ENTRY-COUNT
                   COMPUTE BASELINE-PERCENT ROUNDED =
                       CLASS-BASELINE-COUNT (CLASS-INDEX) * 100
                           / NUMBERS-CLASSIFIED
                   COMPUTE PENDING-PERCENT ROUNDED =
                       CLASS-PENDING-COUNT (CLASS-INDEX) * 100
                           / NUMBERS-CLASSIFIED
                   MOVE BASELINE-PERCENT TO BASELINE-PERCENT-OUT
                   MOVE PENDING-PERCENT TO PENDING-PERCENT-OUT
                   DISPLAY '  ' CLASS-LABEL (CLASS-INDEX)
                   DISPLAY '      '
                           CLASS-BASELINE-COUNT (CLASS-INDEX)
                           ' ' BASELINE-PERCENT-OUT '%    '
                           CLASS-PENDING-COUNT (CLASS-INDEX)
                           ' ' PENDING-PERCENT-OUT '%'
               END-PERFORM
               IF CLASS-OVERFLOW-COUNT GREATER THAN ZERO
                   DISPLAY '  CLASSES PAST TABLE LIMIT = '
                           CLASS-OVERFLOW-COUNT
               END-IF
           END-IF

           IF SAMPLE-COUNT GREATER THAN ZERO
               DISPLAY 'FIZZSIM - SAMPLE CHANGED NUMBERS (FIRST '
                       SAMPLE-COUNT ')'
               PERFORM VARYING SAMPLE-INDEX FROM 1 BY 1
                   UNTIL SAMPLE-INDEX GREATER THAN SAMPLE-COUNT
                   DISPLAY '  NUMBER ' SAMPLE-NUMBER (SAMPLE-INDEX)
                           ' WAS ' SAMPLE-OLD-RESULT (SAMPLE-INDEX)
                           ' NOW ' SAMPLE-NEW-RESULT (SAMPLE-INDEX)
               END-PERFORM
           END-IF
           .

       8300-DISPLAY-REPORT-EX.
           EXIT.

      * LIST THE RULES IN CONTROL-VALUES, EACH BY ITS OWN TYPE.
       8310-DISPLAY-RULES.

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-TYPE (RULE-INDEX) EQUAL 'C'
                   MOVE RULE-DIVISOR (RULE-INDEX) TO RULE-DIGIT-OUT
                   DISPLAY '    ' RULE-SIDE-LABEL ' RULE ' RULE-INDEX
                           ' CONTAINS-DIGIT ' RULE-DIGIT-OUT
                           ' WORD ' RULE-WORD (RULE-INDEX)
               END-IF
               IF RULE-TYPE (RULE-INDEX) EQUAL 'F'
                   DISPLAY '    ' RULE-SIDE-LABEL ' RULE ' RULE-INDEX
                           ' FIXED-VALUE '
                           RULE-BLOCK-FROM (RULE-INDEX)
                           ' THRU ' RULE-BLOCK-TO (RULE-INDEX)
                           ' WORD ' RULE-WORD (RULE-INDEX)
               END-IF
               IF RULE-TYPE (RULE-INDEX) EQUAL 'D'
                   DISPLAY '    ' RULE-SIDE-LABEL ' RULE ' RULE-INDEX
                           ' DIVISOR ' RULE-DIVISOR (RULE-INDEX)
                           ' WORD ' RULE-WORD (RULE-INDEX)
               END-IF
           END-PERFORM
           .

       8310-DISPLAY-RULES-EX.
           EXIT.

      * RECORD THE SIMULATION FOR FIZZCTLE APPROVE.  THE CLUSTER IS
      * OPENED I-O WITH THE SAME OPEN-OUTPUT FALLBACK FIZZCTLE USES
      * FOR A FRESHLY DEFINED FIZZCTM; AN EARLIER SIMULATION OF THE
      * SAME SET IS REPLACED.
       8500-RECORD-SIMULATION.

           OPEN I-O SIMULATION-FILE
           IF NOT SIMULATION-FILE-OK
               OPEN OUTPUT SIMULATION-FILE
               IF NOT SIMULATION-FILE-OK
                   DISPLAY 'FIZZSIM - UNABLE TO OPEN SIMULATION-FILE, '
                           'STATUS = ' SIMULATION-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 8500-RECORD-SIMULATION-EX
               END-IF
               CLOSE SIMULATION-FILE
               OPEN I-O SIMULATION-FILE
               IF NOT SIMULATION-FILE-OK
                   DISPLAY 'FIZZSIM - UNABLE TO REOPEN SIMULATION-FILE'
                           ', STATUS = ' SIMULATION-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 8500-RECORD-SIMULATION-EX
               END-IF
           END-IF

           MOVE PRODUCT-LINE TO SIM-PRODUCT-LINE
           MOVE PENDING-KEY-DATE TO SIM-EFFECTIVE-FROM
           READ SIMULATION-FILE
               INVALID KEY
                   PERFORM 8510-BUILD-SIMULATION-RECORD
                       THRU 8510-BUILD-SIMULATION-RECORD-EX
                   WRITE SIMULATION-RECORD
                       INVALID KEY
                           DISPLAY 'FIZZSIM - UNABLE TO WRITE '
                                   'SIMULATION RECORD, STATUS = '
                                   SIMULATION-FILE-STATUS
                           MOVE 12 TO RETURN-CODE
                   END-WRITE
                   GO TO 8500-CLOSE-SIMULATION-FILE
           END-READ

           PERFORM 8510-BUILD-SIMULATION-RECORD
               THRU 8510-BUILD-SIMULATION-RECORD-EX
           REWRITE SIMULATION-RECORD
               INVALID KEY
                   DISPLAY 'FIZZSIM - UNABLE TO REWRITE SIMULATION '
                           'RECORD, STATUS = ' SIMULATION-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
           END-REWRITE
           .

       8500-CLOSE-SIMULATION-FILE.
           CLOSE SIMULATION-FILE
           IF RETURN-CODE EQUAL ZERO
               DISPLAY 'FIZZSIM - SIMULATION RECORDED FOR SET '
                       PRODUCT-LINE ' EFFECTIVE ' PENDING-KEY-DATE
           END-IF
           .

       8500-RECORD-SIMULATION-EX.
           EXIT.

       8510-BUILD-SIMULATION-RECORD.

           MOVE SPACES TO SIMULATION-RECORD
           MOVE PRODUCT-LINE TO SIM-PRODUCT-LINE
           MOVE PENDING-KEY-DATE TO SIM-EFFECTIVE-FROM
           MOVE PENDING-EFFECTIVE-TO TO SIM-EFFECTIVE-TO
           MOVE PENDING-RULE-IMAGE TO SIM-RULE-IMAGE
           MOVE PENDING-RULE-TYPE-IMAGE TO SIM-RULE-TYPE-IMAGE
           MOVE TODAYS-DATE TO SIM-RUN-DATE
           MOVE TIME-OF-DAY TO SIM-RUN-TIME
           MOVE SIMULATE-FROM TO SIM-STARTING-NUMBER
           MOVE SIMULATE-TO TO SIM-ENDING-NUMBER
           MOVE CONTROL-SOURCE TO SIM-BASELINE-SOURCE
           MOVE NUMBERS-CLASSIFIED TO SIM-CLASSIFIED-COUNT
           MOVE NUMBERS-CHANGED TO SIM-CHANGED-COUNT
           MOVE NUMBERS-SKIPPED TO SIM-SKIPPED-COUNT
           .

       8510-BUILD-SIMULATION-RECORD-EX.
           EXIT.

       9999-END.
           .
