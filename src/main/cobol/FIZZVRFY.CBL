      * PURPOSE:   INDEPENDENT VERIFICATION OF A FIZZBUZZ RUN.  READS
      *            THE PER-RANGE CHECKPOINT RECORDS IN FIZZRST, AND FOR
      *            EACH RANGE RE-DERIVES EVERY NUMBER'S CLASSIFICATION
      *            FROM THE RULES AND WORDS IN EFFECT (FIZZCTL, OR
      *            THE 3/5 FIZZ/BUZZ DEFAULTS), READS THE MATCHING
      *            FIZZKEY RECORD, AND BALANCES BOTH THE RECORD COUNT
      *            AND THE PER-CLASS TALLIES AGAINST WHAT FIZZBUZZ
      *            CLASSIFICATION, OR TALLY MISMATCH ENDS THE STEP
      *            WITH RETURN-CODE 8 SO THE ALERT STEP IN FIZZPROC
      *            PAGES BATCH SUPPORT INSTEAD OF A DOWNSTREAM SHOP
      *            FINDING THE DISAGREEMENT FIRST.  EACH KEY'S
      *            LINEAGE IS ALSO CHECKED AGAINST ITS RANGE - A KEY
      *            WRITTEN UNDER A DIFFERENT CONTROL SOURCE, OR BY A
      *            RUN OUTSIDE THE RANGE'S FIRST/LAST RUN-IDS, IS A
      *            LINEAGE MISMATCH AND ENDS THE STEP RC 8 AS WELL.
      *
      *            EVERY PRODUCT LINE IS VERIFIED AGAINST ITS OWN
      *            RULES - THE RANGES COME OFF FIZZRST IN LINE ORDER
      *            AND THE RULES ARE RESOLVED AFRESH EACH TIME THE
      *            LINE CHANGES, BY THE SAME SELECTION FIZZBUZZ MADE
      *            FOR THAT LINE.
      *
      * USAGE:     FIZZVRFY [RUNDATE [LINE]]
      *              RUNDATE  THE DATE (YYYYMMDD) THE RUN BEING
      *                       VERIFIED STARTED - THE CONTROL-MASTER
      *                       SET IS SELECTED FOR THIS DATE, SO IT
      *                       THAT CROSSES MIDNIGHT MUST PASS THE
      *                       DATE (SEE THE RUNDATE PARAMETER ON
      *                       FIZZPROC).
      *              LINE     VERIFY ONLY THIS PRODUCT LINE (1-4
      *                       CHARACTERS).  OMITTED, EVERY LINE ON
      *                       FIZZRST IS VERIFIED.
      *
      *            EVERYTHING ELSE IS DRIVEN BY THE FIZZCTM,
      *            FIZZCTL, FIZZEXCL, FIZZRST, AND FIZZKEY DD
      *
      * RETURN CODES:
      *            00  EVERY RANGE BALANCED
      *            08  AT LEAST ONE MISMATCH FOUND (CLASSIFICATION,
      *                COUNT, TALLY, OR LINEAGE)
      *            12  A REQUIRED FILE COULD NOT BE OPENED
      *            16  THE RUNDATE PARM, THE FIZZCTL CONTROL CARD,
      *                OR THE FIZZEXCL EXCLUSION LIST IS INVALID
      *                     BOUNDARY FALLS THERE AND PAGE ON EVERY
      *                     NUMBER.  NO PARM STILL MEANS TODAY, FOR
      *                     THE SAME-DAY CASE.
      *   15 OCT 2026  RJP  CHECK EACH FIZZKEY RECORD'S LINEAGE AGAINST
      *                     ITS RANGE - THE KEY'S CONTROL SOURCE MUST
      *                     MATCH RST-CONTROL-SOURCE AND ITS RUN-ID MUST
      *                     FALL BETWEEN RST-FIRST-RUN-ID AND
      *                     RST-LAST-RUN-ID.  A MISMATCH COUNTS AS A
      *                     LINEAGE ERROR AND FAILS THE RANGE (RC 8).
      *                     FIZZKEY AND FIZZRST LAYOUTS TRACK
      *                     FIZZBUZZ.CBL (92 AND 150 BYTES).
      *   15 OCT 2026  RJP  VERIFY EACH PRODUCT LINE UNDER ITS OWN RULES
      *                     - FIZZCTM, FIZZRST AND FIZZKEY KEYS LEAD
      *                     WITH THE LINE (116, 154 AND 96 BYTES), THE
      *                     RULES ARE RESOLVED AGAIN WHENEVER THE LINE
      *                     CHANGES, AND AN OPTIONAL LINE PARM VERIFIES
      *                     ONE LINE ONLY.  MISMATCH MESSAGES NAME THE
      *                     LINE.
      *   15 OCT 2026  RJP  RE-DERIVE FIXED-VALUE AND CONTAINS-DIGIT
      *                     RULES, INCLUDING THEIR WORD CREDITS, AND
      *                     BALANCE THE FIXED-VALUE TALLY (FIZZRST 154
      *                     TO 163, FIZZCTM 116 TO 211 BYTES).
      *   15 OCT 2026  RJP  UNSTRING THE LINE AND ANY EXTRA TOKEN FROM
      *                     THE PARM - ONLY THE RUN DATE WAS BEING
      *                     TAKEN, SO A REQUESTED LINE WAS IGNORED AND
      *                     EVERY LINE VERIFIED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZVRFY.
           SELECT KEYED-OUTPUT-FILE ASSIGN TO FIZZKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEYED-OUTPUT-FILE-STATUS.

       DATA DIVISION.
       FD  CONTROL-MASTER-FILE.
       01  CONTROL-MASTER-RECORD.
           05  CTM-KEY.
               10  CTM-PRODUCT-LINE   PIC X(04).
               10  CTM-EFFECTIVE-FROM PIC 9(08).
           05  CTM-EFFECTIVE-TO    PIC 9(08).
           05  CTM-STATUS          PIC X(01).
               10  CTM-WORD        PIC X(10).
           05  CTM-ADDED-DATE      PIC 9(08).
           05  CTM-APPROVED-DATE   PIC 9(08).
           05  CTM-RULE-TYPE-ENTRY OCCURS 5.
               10  CTM-RULE-TYPE   PIC X(01).
               10  CTM-BLOCK-FROM  PIC 9(09).
               10  CTM-BLOCK-TO    PIC 9(09).
           05  FILLER              PIC X(09).

      * CONTROL-RECORD MUST MATCH THE CARD LAYOUT READ BY
       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RST-KEY.
               10  RST-PRODUCT-LINE    PIC X(04).
               10  RST-STARTING-NUMBER PIC 9(9).
               10  RST-ENDING-NUMBER   PIC 9(9).
           05  RST-CURRENT-NUMBER  PIC 9(9).
           05  RST-PLAIN-COUNT     PIC 9(9).
           05  RST-SKIPPED-COUNT   PIC 9(9).
           05  RST-COMPLETE-DATE   PIC 9(8).
           05  RST-FIRST-RUN-ID    PIC X(17).
           05  RST-LAST-RUN-ID     PIC X(17).
           05  RST-CONTROL-SOURCE  PIC X(08).
           05  RST-FIXED-COUNT     PIC 9(9).

      * KEYED-OUTPUT-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL.
       FD  KEYED-OUTPUT-FILE.
       01  KEYED-OUTPUT-RECORD.
           05  KEY-RECORD-KEY.
               10  KEY-PRODUCT-LINE    PIC X(04).
               10  KEY-CURRENT-NUMBER  PIC 9(9).
           05  KEY-RESULT          PIC X(50).
           05  KEY-RUN-ID          PIC X(17).
           05  KEY-CONTROL-SOURCE  PIC X(08).
           05  KEY-CLASSIFIED-DATE PIC 9(08).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
       01  ARG-TOKENS.
           05  ARG-TOKEN-1        PIC X(09).
           05  ARG-TOKEN-1-LEN    PIC 9(02).
           05  ARG-TOKEN-2        PIC X(09).
           05  ARG-TOKEN-2-LEN    PIC 9(02).
           05  ARG-TOKEN-3        PIC X(09).
           05  ARG-TOKEN-3-LEN    PIC 9(02).

       01  BINARY.
           05  THE-REMAINDER      PIC S9(9).
           05  RULE-INDEX         PIC S9(9).
           05  RESULT-POINTER     PIC S9(9).
           05  EXCLUSION-INDEX    PIC S9(9).
           05  CREDIT-INDEX       PIC S9(9).
           05  DIGIT-REMAINING    PIC S9(9).
           05  DIGIT-VALUE        PIC S9(9).

       01  FILLER.
           05  VERIFY-NUMBER      PIC 9(9).
               88  NUMBER-IS-EXCLUDED VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  EXCLUSION-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  SINGLE-LINE-VERIFY VALUE 'Y', FALSE 'N'.
           05  RUN-DATE-STAMP     PIC 9(08) VALUE ZERO.
           05  VERIFY-LINE        PIC X(04) VALUE SPACES.
           05  RULES-RESOLVED-LINE PIC X(04) VALUE LOW-VALUES.

      * THE RULES IN EFFECT FOR THE LINE BEING VERIFIED - THE SAME
      * 3/5 FIZZ/BUZZ DEFAULTS AS FIZZBUZZ UNLESS A FIZZCTM SET OR
      * THE FIZZCTL CARD OVERRIDES THE WHOLE TABLE.  RULE-TYPE IS
      * 'D' DIVISIBLE-BY, 'C' CONTAINS-DIGIT, OR 'F' FIXED-VALUE,
      * AS FIZZCTLE DEFINES THEM.
       01  CONTROL-VALUES.
           05  RULE-COUNT         PIC 9(2) VALUE ZERO.
           05  RULE-ENTRY OCCURS 5.
               10  RULE-DIVISOR   PIC S9(9).
               10  RULE-WORD      PIC X(10).
               10  RULE-TYPE      PIC X(01).
               10  RULE-BLOCK-FROM PIC 9(9).
               10  RULE-BLOCK-TO  PIC 9(9).

       01  RULE-LIMITS.
           05  MAXIMUM-RULES      PIC 9(2) VALUE 5.
           05  BEST-RULE-ENTRY OCCURS 5.
               10  BEST-DIVISOR    PIC 9(04).
               10  BEST-WORD       PIC X(10).
               10  BEST-RULE-TYPE  PIC X(01).
               10  BEST-BLOCK-FROM PIC 9(09).
               10  BEST-BLOCK-TO   PIC 9(09).

       01  RULE-MATCH-VALUES.
           05  MATCHED-RULE-COUNT PIC 9(2) VALUE ZERO.
           05  LAST-MATCHED-RULE  PIC 9(2) VALUE ZERO.
           05  FIXED-VALUE-RULE   PIC 9(2) VALUE ZERO.
           05  RULE-MATCHED-SW    PIC X(01) OCCURS 5.
           05  CARD-RULE-COUNT    PIC 9(2) VALUE ZERO.
           05  TALLY-MISMATCH-COUNT PIC 9(2) VALUE ZERO.
           05  RANGE-COMBINED-COUNT   PIC 9(9) VALUE ZERO.
           05  RANGE-PLAIN-COUNT      PIC 9(9) VALUE ZERO.
           05  RANGE-SKIPPED-COUNT    PIC 9(9) VALUE ZERO.
           05  RANGE-FIXED-COUNT      PIC 9(9) VALUE ZERO.
           05  REPORTED-FIXED-COUNT   PIC 9(9) VALUE ZERO.

       01  RUN-TOTALS.
           05  RANGES-VERIFIED        PIC 9(9) VALUE ZERO.
           05  MISSING-KEY-COUNT      PIC 9(9) VALUE ZERO.
           05  WRONG-RESULT-COUNT     PIC 9(9) VALUE ZERO.
           05  EXCLUDED-HIT-COUNT     PIC 9(9) VALUE ZERO.
           05  LINEAGE-MISMATCH-COUNT PIC 9(9) VALUE ZERO.

       01  FILE-STATUS-VALUES.
           05  CONTROL-MASTER-FILE-STATUS PIC X(02) VALUE '00'.

           PERFORM 8300-DISPLAY-TOTALS THRU 8300-DISPLAY-TOTALS-EX
           IF RANGES-IN-ERROR GREATER THAN ZERO
              AND RETURN-CODE EQUAL ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           MOVE SPACES TO ARG-TOKENS
           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-TOKEN-1 COUNT IN ARG-TOKEN-1-LEN
                    ARG-TOKEN-2 COUNT IN ARG-TOKEN-2-LEN
                    ARG-TOKEN-3 COUNT IN ARG-TOKEN-3-LEN
           END-UNSTRING
           IF ARG-TOKEN-1-LEN EQUAL ZERO
               ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD END-ACCEPT
               END-IF
               MOVE ARG-TOKEN-1 (1:8) TO RUN-DATE-STAMP
           END-IF
           IF ARG-TOKEN-3-LEN NOT EQUAL ZERO
               DISPLAY 'FIZZVRFY - TOO MANY ARGUMENTS'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-2-LEN GREATER THAN 4
               DISPLAY 'FIZZVRFY - PRODUCT LINE MAY NOT EXCEED FOUR '
                       'CHARACTERS'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-2-LEN NOT EQUAL ZERO
               MOVE ARG-TOKEN-2 (1:ARG-TOKEN-2-LEN) TO VERIFY-LINE
               SET SINGLE-LINE-VERIFY TO TRUE
           END-IF

           PERFORM 0515-LOAD-EXCLUSIONS
               THRU 0515-LOAD-EXCLUSIONS-EX
                       'STATUS = ' KEYED-OUTPUT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RESTART-FILE
               GO TO 0500-INITIALIZE-EXIT
           END-IF

      * ONE LINE ONLY - POSITION AT ITS FIRST RANGE.  NO RANGES FOR
      * THE LINE LEAVES NOTHING TO VERIFY.
           IF SINGLE-LINE-VERIFY
               MOVE LOW-VALUES TO RST-KEY
               MOVE VERIFY-LINE TO RST-PRODUCT-LINE
               START RESTART-FILE KEY NOT LESS THAN RST-KEY
                   INVALID KEY
                       SET RESTART-AT-EOF TO TRUE
               END-START
           END-IF
           .

               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
               MOVE SPACES TO RULE-WORD (RULE-INDEX)
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           MOVE 2 TO RULE-COUNT
           MOVE 3 TO RULE-DIVISOR (1)
       0517-CHECK-EXCLUDED-EX.
           EXIT.

      * RESOLVE THE RULES FOR THE LINE ON THE CURRENT RANGE - THE
      * SAME FIZZCTM / FIZZCTL / DEFAULT CHAIN FIZZBUZZ WALKS FOR
      * EACH LINE IT WORKS.
       0507-RESOLVE-LINE-RULES.

           MOVE RST-PRODUCT-LINE TO RULES-RESOLVED-LINE
           PERFORM 0505-SET-DEFAULT-RULES
               THRU 0505-SET-DEFAULT-RULES-EX
           PERFORM 0508-READ-CONTROL-MASTER
               THRU 0508-READ-CONTROL-MASTER-EX
           IF NOT CONTROL-MASTER-SELECTED
               PERFORM 0510-READ-CONTROL THRU 0510-READ-CONTROL-EXIT
           END-IF
           .

       0507-RESOLVE-LINE-RULES-EX.
           EXIT.

      * SAME SELECTION RULE AS FIZZBUZZ'S 0508-READ-CONTROL-MASTER -
      * THE LINE'S APPROVED SET WITH THE LATEST EFFECTIVE-FROM NOT
      * AFTER THE RUN DATE WHOSE EFFECTIVE-TO IS NOT BEFORE IT.  THE RUN
      * AND ITS VERIFICATION MUST RESOLVE THE SAME SET OR EVERY
      * NUMBER WOULD PAGE AS MISCLASSIFIED.
       0508-READ-CONTROL-MASTER.
               END-READ
               IF NOT MASTER-AT-EOF
                   IF CTM-APPROVED
                      AND CTM-PRODUCT-LINE EQUAL RULES-RESOLVED-LINE
                      AND CTM-EFFECTIVE-FROM NOT GREATER THAN
                          RUN-DATE-STAMP
                      AND CTM-EFFECTIVE-TO NOT LESS THAN
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
               IF RULE-INDEX GREATER THAN RULE-COUNT
                   MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
                   MOVE SPACES TO RULE-WORD (RULE-INDEX)
                   MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               END-IF
           END-PERFORM
           IF RULE-COUNT EQUAL ZERO
           END-IF

           SET CONTROL-MASTER-SELECTED TO TRUE
           DISPLAY 'FIZZVRFY - ' RULES-RESOLVED-LINE
                   ' CONTROL SET EFFECTIVE '
                   BEST-EFFECTIVE-FROM ' THRU ' BEST-EFFECTIVE-TO
                   ' SELECTED FOR RUN DATE ' RUN-DATE-STAMP
           .
                   MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
                   MOVE SPACES TO RULE-WORD (RULE-INDEX)
               END-IF
      * THE FLAT CARD CARRIES NO RULE TYPES - ALL DIVISIBLE-BY.
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           .


       0600-READ-NEXT-RANGE.

           IF RESTART-AT-EOF
               GO TO 0600-READ-NEXT-RANGE-EX
           END-IF
           READ RESTART-FILE
               AT END
                   SET RESTART-AT-EOF TO TRUE
                   GO TO 0600-READ-NEXT-RANGE-EX
           END-READ
           IF SINGLE-LINE-VERIFY
              AND RST-PRODUCT-LINE NOT EQUAL VERIFY-LINE
               SET RESTART-AT-EOF TO TRUE
           END-IF
           .

       0600-READ-NEXT-RANGE-EX.
      * WHICH IS EXACTLY WHAT FIZZBUZZ HAS FLUSHED AND COUNTED.
       1000-VERIFY-RANGE.

      * A NEW LINE BRINGS ITS OWN RULES.  A BAD FIZZCTL CARD FOUND
      * HERE ENDS THE STEP RC 16 WITHOUT VERIFYING FURTHER.
           IF RST-PRODUCT-LINE NOT EQUAL RULES-RESOLVED-LINE
               PERFORM 0507-RESOLVE-LINE-RULES
                   THRU 0507-RESOLVE-LINE-RULES-EX
               IF RETURN-CODE NOT EQUAL ZERO
                   SET RESTART-AT-EOF TO TRUE
                   GO TO 1000-VERIFY-RANGE-EX
               END-IF
           END-IF

           IF RST-CURRENT-NUMBER LESS THAN RST-STARTING-NUMBER
               DISPLAY 'FIZZVRFY - ' RST-PRODUCT-LINE
                       ' RANGE ' RST-STARTING-NUMBER
                       ' THRU ' RST-ENDING-NUMBER
                       ' HAS CHECKPOINT ' RST-CURRENT-NUMBER
                       ' BEFORE ITS OWN START, SKIPPING'
           MOVE ZERO TO RANGE-COMBINED-COUNT
           MOVE ZERO TO RANGE-PLAIN-COUNT
           MOVE ZERO TO RANGE-SKIPPED-COUNT
           MOVE ZERO TO RANGE-FIXED-COUNT
      * A RANGE CHECKPOINTED BEFORE THE FIXED-VALUE CLASS EXISTED
      * CARRIES PAD BYTES THERE - IT PINNED NOTHING.
           MOVE ZERO TO REPORTED-FIXED-COUNT
           IF RST-FIXED-COUNT NUMERIC
               MOVE RST-FIXED-COUNT TO REPORTED-FIXED-COUNT
           END-IF
           COMPUTE RANGE-EXPECTED-RECORDS =
               RST-CURRENT-NUMBER - RST-STARTING-NUMBER + 1

      * JUDGED.
           SUBTRACT RANGE-SKIPPED-COUNT FROM RANGE-EXPECTED-RECORDS
           IF RANGE-RECORDS-FOUND NOT EQUAL RANGE-EXPECTED-RECORDS
               DISPLAY 'FIZZVRFY - ' RST-PRODUCT-LINE
                       ' RANGE ' RST-STARTING-NUMBER
                       ' THRU ' RST-ENDING-NUMBER ' EXPECTED '
                       RANGE-EXPECTED-RECORDS ' KEYED RECORDS, FOUND '
                       RANGE-RECORDS-FOUND
              OR RANGE-COMBINED-COUNT NOT EQUAL RST-COMBINED-COUNT
              OR RANGE-PLAIN-COUNT NOT EQUAL RST-PLAIN-COUNT
              OR RANGE-SKIPPED-COUNT NOT EQUAL RST-SKIPPED-COUNT
              OR RANGE-FIXED-COUNT NOT EQUAL REPORTED-FIXED-COUNT
               DISPLAY 'FIZZVRFY - ' RST-PRODUCT-LINE
                       ' RANGE ' RST-STARTING-NUMBER
                       ' THRU ' RST-ENDING-NUMBER
                       ' TALLY MISMATCH AGAINST RUN TOTALS'
               PERFORM VARYING RULE-INDEX FROM 1 BY 1
                       ' REPORTED ' RST-PLAIN-COUNT
               DISPLAY '  SKIPPED  DERIVED ' RANGE-SKIPPED-COUNT
                       ' REPORTED ' RST-SKIPPED-COUNT
               DISPLAY '  FIXED    DERIVED ' RANGE-FIXED-COUNT
                       ' REPORTED ' REPORTED-FIXED-COUNT
               SET RANGE-IN-ERROR TO TRUE
           END-IF

           PERFORM 0517-CHECK-EXCLUDED THRU 0517-CHECK-EXCLUDED-EX
           IF NUMBER-IS-EXCLUDED
               ADD 1 TO RANGE-SKIPPED-COUNT
               MOVE RST-PRODUCT-LINE TO KEY-PRODUCT-LINE
               MOVE VERIFY-NUMBER TO KEY-CURRENT-NUMBER
               READ KEYED-OUTPUT-FILE
                   INVALID KEY
                       GO TO 1100-VERIFY-NUMBER-EX
               END-READ
               DISPLAY 'FIZZVRFY - ' RST-PRODUCT-LINE
                       ' EXCLUDED NUMBER ' VERIFY-NUMBER
                       ' HAS A KEYED RECORD: ' KEY-RESULT
               ADD 1 TO EXCLUDED-HIT-COUNT
               SET RANGE-IN-ERROR TO TRUE

           PERFORM 1200-DERIVE-RESULT THRU 1200-DERIVE-RESULT-EX

           MOVE RST-PRODUCT-LINE TO KEY-PRODUCT-LINE
           MOVE VERIFY-NUMBER TO KEY-CURRENT-NUMBER
           READ KEYED-OUTPUT-FILE
               INVALID KEY
                   DISPLAY 'FIZZVRFY - NO KEYED RECORD FOR NUMBER '
                           VERIFY-NUMBER ' LINE ' RST-PRODUCT-LINE
                   ADD 1 TO MISSING-KEY-COUNT
                   SET RANGE-IN-ERROR TO TRUE
                   GO TO 1100-VERIFY-NUMBER-EX
           ADD 1 TO RANGE-RECORDS-FOUND

           IF KEY-RESULT NOT EQUAL EXPECTED-RESULT
               DISPLAY 'FIZZVRFY - ' RST-PRODUCT-LINE
                       ' NUMBER ' VERIFY-NUMBER
                       ' CLASSIFIED AS ' KEY-RESULT
                       ' BUT THE RULES GIVE ' EXPECTED-RESULT
               ADD 1 TO WRONG-RESULT-COUNT
               SET RANGE-IN-ERROR TO TRUE
           END-IF

           PERFORM 1150-CHECK-LINEAGE THRU 1150-CHECK-LINEAGE-EX
           .

       1100-VERIFY-NUMBER-EX.
           EXIT.

      * THE KEY MUST HAVE BEEN WRITTEN BY ONE OF THE RUNS THAT
      * WORKED THIS RANGE, UNDER THE SAME CONTROL SOURCE THE RANGE
      * RECORDS.  RUN-IDS ARE DATE-TIME STAMPS, SO THE RANGE'S
      * FIRST AND LAST RUN-IDS BRACKET EVERY RUN THAT TOUCHED IT.
      * A RANGE THAT BEGAN BEFORE LINEAGE WAS STAMPED HAS NO FIRST
      * RUN-ID AND MAY STILL HOLD UNSTAMPED KEYS; A RANGE WITH NO
      * CONTROL SOURCE AT ALL IS NOT CHECKED.
       1150-CHECK-LINEAGE.

           IF RST-CONTROL-SOURCE EQUAL SPACES
               GO TO 1150-CHECK-LINEAGE-EX
           END-IF
           IF KEY-RUN-ID EQUAL SPACES
              AND RST-FIRST-RUN-ID EQUAL SPACES
               GO TO 1150-CHECK-LINEAGE-EX
           END-IF

           IF KEY-CONTROL-SOURCE NOT EQUAL RST-CONTROL-SOURCE
              OR KEY-RUN-ID LESS THAN RST-FIRST-RUN-ID
              OR KEY-RUN-ID GREATER THAN RST-LAST-RUN-ID
               DISPLAY 'FIZZVRFY - ' RST-PRODUCT-LINE
                       ' NUMBER ' VERIFY-NUMBER
                       ' WRITTEN BY RUN ' KEY-RUN-ID
                       ' UNDER ' KEY-CONTROL-SOURCE
                       ' BUT RANGE RECORDS RUNS ' RST-FIRST-RUN-ID
                       ' THRU ' RST-LAST-RUN-ID
                       ' UNDER ' RST-CONTROL-SOURCE
               ADD 1 TO LINEAGE-MISMATCH-COUNT
               SET RANGE-IN-ERROR TO TRUE
           END-IF
           .

       1150-CHECK-LINEAGE-EX.
           EXIT.

      * RE-DERIVE ONE NUMBER'S CLASSIFICATION INDEPENDENTLY FROM
      * THE RULE DEFINITIONS - A FIXED-VALUE BLOCK FIRST, THEN
      * EVERY DIVISIBLE-BY AND CONTAINS-DIGIT RULE - AND TALLY IT
      * INTO THE RANGE'S DERIVED COUNTS.  THE DIGIT TEST PEELS THE
      * NUMBER APART BY DIVISION RATHER THAN LOOKING AT ITS
      * CHARACTERS THE WAY FIZZBUZZ DOES, SO THE TWO DO NOT SHARE A
      * MISTAKE.
       1200-DERIVE-RESULT.

           MOVE SPACES TO EXPECTED-RESULT
           MOVE ZERO TO MATCHED-RULE-COUNT
           MOVE ZERO TO LAST-MATCHED-RULE
           MOVE ZERO TO FIXED-VALUE-RULE

           PERFORM VARYING RULE-INDEX FROM RULE-COUNT BY -1
               UNTIL RULE-INDEX LESS THAN 1
               MOVE 'N' TO RULE-MATCHED-SW (RULE-INDEX)
               IF RULE-TYPE (RULE-INDEX) EQUAL 'F'
                  AND VERIFY-NUMBER NOT LESS THAN
                      RULE-BLOCK-FROM (RULE-INDEX)
                  AND VERIFY-NUMBER NOT GREATER THAN
                      RULE-BLOCK-TO (RULE-INDEX)
                   MOVE RULE-INDEX TO FIXED-VALUE-RULE
               END-IF
           END-PERFORM
           IF FIXED-VALUE-RULE NOT EQUAL ZERO
               MOVE RULE-WORD (FIXED-VALUE-RULE) TO EXPECTED-RESULT
               ADD 1 TO RANGE-FIXED-COUNT
               GO TO 1200-DERIVE-RESULT-EX
           END-IF

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-TYPE (RULE-INDEX) EQUAL 'D'
                   MOVE RULE-DIVISOR (RULE-INDEX) TO THE-DIVISOR
                   DIVIDE VERIFY-NUMBER BY THE-DIVISOR
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
                   MOVE RULE-INDEX TO LAST-MATCHED-RULE
               END-IF
           END-PERFORM

       1200-DERIVE-RESULT-EX.
           EXIT.

      * CONTAINS-DIGIT - STRIP THE NUMBER'S LOW-ORDER DIGITS ONE AT
      * A TIME UNTIL THE RULE'S DIGIT TURNS UP OR NOTHING IS LEFT.
      * A MATCH IS CREDITED TO THE FIRST NON-FIXED RULE CARRYING
      * THE SAME WORD - ITSELF, UNLESS AN EARLIER RULE ALREADY
      * EARNS THAT WORD ANOTHER WAY.
       1210-CHECK-DIGIT.

           MOVE VERIFY-NUMBER TO DIGIT-REMAINING
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

       8300-DISPLAY-TOTALS.

           DISPLAY 'FIZZVRFY - VERIFICATION SUMMARY'
           DISPLAY '  MISSING KEYS    = ' MISSING-KEY-COUNT
           DISPLAY '  WRONG RESULTS   = ' WRONG-RESULT-COUNT
           DISPLAY '  EXCLUDED KEYED  = ' EXCLUDED-HIT-COUNT
           DISPLAY '  LINEAGE ERRORS  = ' LINEAGE-MISMATCH-COUNT
           .

       8300-DISPLAY-TOTALS-EX.
