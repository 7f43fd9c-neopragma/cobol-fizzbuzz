      *            A REPORT WITH HEADINGS, RUN DATE, AND PAGE NUMBERS:
      *            ONE SECTION PER RANGE ON FILE SHOWING ITS START,
      *            END, STATUS, COUNTS, AND PERCENTAGE BREAKDOWN OF
      *            FIZZ/BUZZ/FIZZBUZZ/PLAIN (AND ANY NUMBERS PINNED BY
      *            A FIXED-VALUE RULE), FOLLOWED BY GRAND TOTALS
      *            ACROSS ALL RANGES.  ROUTE THE FIZZRPRT SYSOUT TO
      *            THE DISTRIBUTION LIST AS-IS.
      *
      *            RANGES ARE GROUPED BY PRODUCT LINE, EACH LINE'S
      *            SECTIONS LABELED WITH ITS OWN RULE WORDS AND
      *            CLOSED BY A LINE TOTAL BLOCK.  WHEN MORE THAN ONE
      *            LINE IS ON FILE THE GRAND TOTAL RULE LINES ARE
      *            LABELED BY RULE POSITION - THE LINES' WORDS NEED
      *            NOT AGREE.
      *
      * USAGE:     FIZZRPT (NO ARGUMENTS - DRIVEN BY THE FIZZCTM,
      *            FIZZCTL, FIZZRST, AND FIZZRPRT DD STATEMENTS)
      *
      *                     PASSED OVER) AS ITS OWN CLASS LINE -
      *                     THE SECTION TOTAL NOW COVERS THE WHOLE
      *                     RANGE SPAN, CLASSIFIED OR NOT.
      *   15 OCT 2026  RJP  TRACK THE RECORD LAYOUT CHANGES IN
      *                     FIZZBUZZ.CBL - FIZZRST CARRIES THE FIRST AND
      *                     LATEST RUN-ID THAT WORKED THE RANGE AND ITS
      *                     CONTROL SOURCE (108 TO 150 BYTES).
      *   15 OCT 2026  RJP  GROUP THE RANGES BY PRODUCT LINE - EACH
      *                     LINE'S SECTIONS CARRY ITS CODE AND ITS OWN
      *                     RULE WORDS, AND A LINE TOTAL BLOCK CLOSES
      *                     EACH LINE AHEAD OF THE GRAND TOTALS.
      *                     FIZZCTM AND FIZZRST KEYS LEAD WITH THE LINE
      *                     (116 AND 154 BYTES).
      *   15 OCT 2026  RJP  CARRY THE FIXED-VALUE COUNT (FIZZRST 163,
      *                     FIZZCTM 211 BYTES) AS ITS OWN CLASS LINE.
      *                     FIZZCTM RULES ARE ACTIVE BY WORD, AND A
      *                     FIXED-VALUE RULE OR A CONTAINS-DIGIT RULE
      *                     CREDITED TO AN EARLIER RULE'S WORD GETS NO
      *                     LINE OF ITS OWN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRPT.
       DATA DIVISION.
       FILE SECTION.
      * CONTROL-MASTER-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZCTLE.CBL - ONLY THE WORDS AND RULE TYPES ARE USED HERE,
      * FOR THE CLASS LINE LABELS.
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

       FD  REPORT-FILE
           RECORDING MODE IS F.
               88  MASTER-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  MASTER-SET-FOUND VALUE 'Y', FALSE 'N'.
           05  CURRENT-PRODUCT-LINE PIC X(04) VALUE LOW-VALUES.

       01  BINARY.
           05  RULE-INDEX         PIC S9(9).
           05  CREDIT-INDEX       PIC S9(9).

      * THE RULE WORDS IN EFFECT FOR THE LINE BEING REPORTED - FIZZ/
      * BUZZ DEFAULTS UNLESS THE LINE'S FIZZCTM SET OR THE FIZZCTL
      * CARD THE RUN USED SAYS OTHERWISE.  ONLY THE WORDS MATTER
      * HERE; A BAD CARD FALLS BACK TO GENERIC RULE-N LABELS RATHER
      * THAN FAILING THE REPORT.  A RULE THAT NEVER HOLDS A
      * SINGLE-MATCH COUNT OF ITS OWN - A FIXED-VALUE RULE, OR A
      * CONTAINS-DIGIT RULE CREDITED TO AN EARLIER RULE WITH THE
      * SAME WORD - IS NOT LISTED.
       01  CONTROL-VALUES.
           05  RULE-COUNT         PIC 9(2) VALUE ZERO.
           05  RULE-WORD          PIC X(10) OCCURS 5.
           05  RULE-TYPE          PIC X(01) OCCURS 5.
           05  RULE-LISTED-SW     PIC X(01) OCCURS 5.

       01  RULE-LIMITS.
           05  MAXIMUM-RULES      PIC 9(2) VALUE 5.
           05  BEST-RULE-ENTRY OCCURS 5.
               10  BEST-DIVISOR    PIC 9(04).
               10  BEST-WORD       PIC X(10).
               10  BEST-RULE-TYPE  PIC X(01).

       01  PAGE-CONTROLS.
           05  LINES-PER-PAGE     PIC 9(4) VALUE 55.
           05  LINE-COUNT         PIC 9(4) VALUE ZERO.
           05  PAGE-NUMBER        PIC 9(4) VALUE ZERO.
           05  SECTION-LINE-COUNT PIC 9(4) VALUE 14.

       01  REPORT-WORK-FIELDS.
           05  REPORT-RUN-DATE    PIC 9(8) VALUE ZERO.
           05  REPORT-COMB-COUNT  PIC 9(12) VALUE ZERO.
           05  REPORT-PLAIN-COUNT PIC 9(12) VALUE ZERO.
           05  REPORT-SKIP-COUNT  PIC 9(12) VALUE ZERO.
           05  REPORT-FIXED-COUNT PIC 9(12) VALUE ZERO.
           05  REPORT-CLASS-COUNT PIC 9(12) VALUE ZERO.
           05  REPORT-TOTAL-COUNT PIC 9(12) VALUE ZERO.
           05  REPORT-PERCENT     PIC 9(3)V9(2) VALUE ZERO.
           05  REPORT-RULE-NUMBER PIC 9(1) VALUE ZERO.

       01  GRAND-TOTALS.
           05  TOTAL-RULE-COUNTS  PIC 9(12) OCCURS 5 VALUE ZERO.
           05  TOTAL-COMB-COUNT   PIC 9(12) VALUE ZERO.
           05  TOTAL-PLAIN-COUNT  PIC 9(12) VALUE ZERO.
           05  TOTAL-SKIP-COUNT   PIC 9(12) VALUE ZERO.
           05  TOTAL-FIXED-COUNT  PIC 9(12) VALUE ZERO.
           05  RANGES-REPORTED    PIC 9(9) VALUE ZERO.
           05  LINES-REPORTED     PIC 9(4) VALUE ZERO.
           05  MOST-RULES-REPORTED PIC 9(2) VALUE ZERO.

      * THE SAME TOTALS FOR THE PRODUCT LINE BEING REPORTED, CLEARED
      * AT EACH LINE BREAK.
       01  LINE-TOTALS.
           05  LINE-TOTAL-RULE-COUNTS PIC 9(12) OCCURS 5 VALUE ZERO.
           05  LINE-TOTAL-COMB-COUNT PIC 9(12) VALUE ZERO.
           05  LINE-TOTAL-PLAIN-COUNT PIC 9(12) VALUE ZERO.
           05  LINE-TOTAL-SKIP-COUNT PIC 9(12) VALUE ZERO.
           05  LINE-TOTAL-FIXED-COUNT PIC 9(12) VALUE ZERO.
           05  LINE-RANGES-REPORTED PIC 9(9) VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER             PIC X(33)
           05  FILLER             PIC X(09) VALUE '      PCT'.

       01  RANGE-HEADER-LINE.
           05  FILLER             PIC X(05) VALUE 'LINE '.
           05  RHL-LINE           PIC X(04).
           05  FILLER             PIC X(07) VALUE ' RANGE '.
           05  RHL-START          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(06) VALUE ' THRU '.
           05  RHL-END            PIC ZZZ,ZZZ,ZZ9.
           05  GTH-RANGE-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(09) VALUE ' ON FILE)'.

       01  LINE-TOTAL-HEADER-LINE.
           05  FILLER             PIC X(19)
               VALUE 'LINE TOTALS - LINE '.
           05  LTH-LINE           PIC X(04).
           05  FILLER             PIC X(02) VALUE ' ('.
           05  LTH-RANGE-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(08) VALUE ' RANGES)'.

       01  FILE-STATUS-VALUES.
           05  CONTROL-MASTER-FILE-STATUS PIC X(02) VALUE '00'.
               88  CONTROL-MASTER-FILE-OK VALUE '00'.

           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT

           OPEN INPUT RESTART-FILE
           IF NOT RESTART-FILE-OK
               DISPLAY 'FIZZRPT - UNABLE TO OPEN RESTART-FILE, '
       0500-INITIALIZE-EXIT.
           EXIT.

      * THE LABEL WORDS FOR A NEW PRODUCT LINE - ITS FIZZCTM SET,
      * ELSE THE FIZZCTL CARD, ELSE THE DEFAULTS.
       0507-RESOLVE-LINE-WORDS.

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
           END-PERFORM
           PERFORM 0508-READ-CONTROL-MASTER
               THRU 0508-READ-CONTROL-MASTER-EX
           IF NOT CONTROL-MASTER-SELECTED
               PERFORM 0510-READ-CONTROL THRU 0510-READ-CONTROL-EXIT
           END-IF
           PERFORM 0509-SET-LISTED-RULES
               THRU 0509-SET-LISTED-RULES-EX
           IF RULE-COUNT GREATER THAN MOST-RULES-REPORTED
               MOVE RULE-COUNT TO MOST-RULES-REPORTED
           END-IF
           .

       0507-RESOLVE-LINE-WORDS-EX.
           EXIT.

      * SAME SELECTION RULE AS FIZZBUZZ'S 0508-READ-CONTROL-MASTER -
      * THE LINE'S APPROVED SET WITH THE LATEST EFFECTIVE-FROM NOT
      * AFTER THE RUN DATE WHOSE EFFECTIVE-TO IS NOT BEFORE IT.
      * ONLY THE WORDS AND TYPES ARE TAKEN; THE COUNTS BEING
      * REPORTED CAME FROM FIZZRST.  A RULE IS ACTIVE WHEN IT HAS A
      * WORD, AND A BLANK TYPE IS DIVISIBLE-BY.
       0508-READ-CONTROL-MASTER.

           SET CONTROL-MASTER-SELECTED TO FALSE
               END-READ
               IF NOT MASTER-AT-EOF
                   IF CTM-APPROVED
                      AND CTM-PRODUCT-LINE EQUAL CURRENT-PRODUCT-LINE
                      AND CTM-EFFECTIVE-FROM NOT GREATER THAN
                          REPORT-RUN-DATE
                      AND CTM-EFFECTIVE-TO NOT LESS THAN
                               TO BEST-DIVISOR (RULE-INDEX)
                           MOVE CTM-WORD (RULE-INDEX)
                               TO BEST-WORD (RULE-INDEX)
                           MOVE CTM-RULE-TYPE (RULE-INDEX)
                               TO BEST-RULE-TYPE (RULE-INDEX)
                       END-PERFORM
                   END-IF
               END-IF
           MOVE ZERO TO RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF BEST-WORD (RULE-INDEX) NOT EQUAL SPACES
                   ADD 1 TO RULE-COUNT
                   MOVE BEST-WORD (RULE-INDEX)
                       TO RULE-WORD (RULE-COUNT)
                   IF BEST-RULE-TYPE (RULE-INDEX) EQUAL 'C'
                      OR BEST-RULE-TYPE (RULE-INDEX) EQUAL 'F'
                       MOVE BEST-RULE-TYPE (RULE-INDEX)
                           TO RULE-TYPE (RULE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF RULE-COUNT EQUAL ZERO
       0508-READ-CONTROL-MASTER-EX.
           EXIT.

      * LIST EVERY RULE EXCEPT THOSE THAT CANNOT HOLD A SINGLE-MATCH
      * COUNT - FIXED-VALUE RULES (THEIR NUMBERS ARE IN THE FIXED
      * VALUE LINE) AND CONTAINS-DIGIT RULES WHOSE WORD AN EARLIER
      * NON-FIXED RULE CARRIES (FIZZBUZZ CREDITS THEIR MATCHES TO
      * THAT RULE).
       0509-SET-LISTED-RULES.

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE 'Y' TO RULE-LISTED-SW (RULE-INDEX)
               IF RULE-TYPE (RULE-INDEX) EQUAL 'F'
                   MOVE 'N' TO RULE-LISTED-SW (RULE-INDEX)
               END-IF
               IF RULE-TYPE (RULE-INDEX) EQUAL 'C'
                   PERFORM VARYING CREDIT-INDEX FROM 1 BY 1
                       UNTIL CREDIT-INDEX NOT LESS THAN RULE-INDEX
                       IF RULE-TYPE (CREDIT-INDEX) NOT EQUAL 'F'
                          AND RULE-WORD (CREDIT-INDEX) EQUAL
                              RULE-WORD (RULE-INDEX)
                           MOVE 'N' TO RULE-LISTED-SW (RULE-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       0509-SET-LISTED-RULES-EX.
           EXIT.

      * RESOLVE THE RULE WORDS FOR THE CLASS LINE LABELS - THE SAME
      * FIZZCTL CARD THE RUN USED, OR THE FIZZ/BUZZ DEFAULTS WHEN NO
      * CARD IS ALLOCATED.  THE REPORT ONLY LABELS LINES WITH THESE,
      * IS KEPT ON ONE PAGE.
       1000-REPORT-RANGE.

           IF RST-PRODUCT-LINE NOT EQUAL CURRENT-PRODUCT-LINE
               IF LINE-RANGES-REPORTED GREATER THAN ZERO
                   PERFORM 1500-REPORT-LINE-TOTALS
                       THRU 1500-REPORT-LINE-TOTALS-EX
               END-IF
               MOVE RST-PRODUCT-LINE TO CURRENT-PRODUCT-LINE
               PERFORM 0507-RESOLVE-LINE-WORDS
                   THRU 0507-RESOLVE-LINE-WORDS-EX
               ADD 1 TO LINES-REPORTED
           END-IF

           IF LINE-COUNT GREATER THAN
                  LINES-PER-PAGE - SECTION-LINE-COUNT
               PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX
           END-IF

           MOVE RST-PRODUCT-LINE TO RHL-LINE
           MOVE RST-STARTING-NUMBER TO RHL-START
           MOVE RST-ENDING-NUMBER TO RHL-END
           MOVE SPACES TO RHL-STATUS
                   TO REPORT-RULE-COUNTS (RULE-INDEX)
               ADD RST-RULE-ONLY-COUNT (RULE-INDEX)
                   TO TOTAL-RULE-COUNTS (RULE-INDEX)
               ADD RST-RULE-ONLY-COUNT (RULE-INDEX)
                   TO LINE-TOTAL-RULE-COUNTS (RULE-INDEX)
           END-PERFORM
           MOVE RST-COMBINED-COUNT TO REPORT-COMB-COUNT
           MOVE RST-PLAIN-COUNT TO REPORT-PLAIN-COUNT
           MOVE RST-SKIPPED-COUNT TO REPORT-SKIP-COUNT
      * A RANGE CHECKPOINTED BEFORE THE FIXED-VALUE CLASS EXISTED
      * CARRIES PAD BYTES THERE - IT PINNED NOTHING.
           MOVE ZERO TO REPORT-FIXED-COUNT
           IF RST-FIXED-COUNT NUMERIC
               MOVE RST-FIXED-COUNT TO REPORT-FIXED-COUNT
           END-IF
           PERFORM 1100-PRINT-CLASS-BLOCK
               THRU 1100-PRINT-CLASS-BLOCK-EX

           ADD REPORT-FIXED-COUNT TO TOTAL-FIXED-COUNT
           ADD REPORT-FIXED-COUNT TO LINE-TOTAL-FIXED-COUNT
           ADD RST-COMBINED-COUNT TO TOTAL-COMB-COUNT
           ADD RST-PLAIN-COUNT TO TOTAL-PLAIN-COUNT
           ADD RST-SKIPPED-COUNT TO TOTAL-SKIP-COUNT
           ADD 1 TO RANGES-REPORTED
           ADD RST-COMBINED-COUNT TO LINE-TOTAL-COMB-COUNT
           ADD RST-PLAIN-COUNT TO LINE-TOTAL-PLAIN-COUNT
           ADD RST-SKIPPED-COUNT TO LINE-TOTAL-SKIP-COUNT
           ADD 1 TO LINE-RANGES-REPORTED
           .

       1000-REPORT-RANGE-EX.
           EXIT.

      * PRINT THE COLUMN HEADER, ONE CLASS LINE PER LISTED RULE IN
      * EFFECT (LABELED WITH THE RULE'S WORD), THE COMBINED, PLAIN,
      * FIXED VALUE AND SKIPPED LINES WITH THEIR PERCENTAGE OF THE
      * BLOCK'S TOTAL, AND THE TOTAL LINE, FROM WHATEVER IS IN THE
      * REPORT-WORK-FIELDS.
       1100-PRINT-CLASS-BLOCK.

           MOVE ZERO TO REPORT-TOTAL-COUNT
           ADD REPORT-COMB-COUNT TO REPORT-TOTAL-COUNT
           ADD REPORT-PLAIN-COUNT TO REPORT-TOTAL-COUNT
           ADD REPORT-SKIP-COUNT TO REPORT-TOTAL-COUNT
           ADD REPORT-FIXED-COUNT TO REPORT-TOTAL-COUNT

           MOVE COLUMN-HEADER-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-LISTED-SW (RULE-INDEX) EQUAL 'Y'
                   MOVE RULE-WORD (RULE-INDEX) TO CDL-CLASS-NAME
                   MOVE REPORT-RULE-COUNTS (RULE-INDEX)
                       TO REPORT-CLASS-COUNT
                   PERFORM 1110-PRINT-CLASS-LINE
                       THRU 1110-PRINT-CLASS-LINE-EX
               END-IF
           END-PERFORM

           MOVE 'COMBINED' TO CDL-CLASS-NAME
           PERFORM 1110-PRINT-CLASS-LINE
               THRU 1110-PRINT-CLASS-LINE-EX

           MOVE 'FIXED VALUE' TO CDL-CLASS-NAME
           MOVE REPORT-FIXED-COUNT TO REPORT-CLASS-COUNT
           PERFORM 1110-PRINT-CLASS-LINE
               THRU 1110-PRINT-CLASS-LINE-EX

           MOVE 'SKIPPED' TO CDL-CLASS-NAME
           MOVE REPORT-SKIP-COUNT TO REPORT-CLASS-COUNT
           PERFORM 1110-PRINT-CLASS-LINE
       1110-PRINT-CLASS-LINE-EX.
           EXIT.

      * CLOSE ONE PRODUCT LINE - ITS TOTALS UNDER ITS OWN RULE
      * WORDS, THEN CLEAR THEM FOR THE NEXT LINE.
       1500-REPORT-LINE-TOTALS.

           IF LINE-COUNT GREATER THAN
                  LINES-PER-PAGE - SECTION-LINE-COUNT
               PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX
           END-IF

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           MOVE CURRENT-PRODUCT-LINE TO LTH-LINE
           MOVE LINE-RANGES-REPORTED TO LTH-RANGE-COUNT
           MOVE LINE-TOTAL-HEADER-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE LINE-TOTAL-RULE-COUNTS (RULE-INDEX)
                   TO REPORT-RULE-COUNTS (RULE-INDEX)
               MOVE ZERO TO LINE-TOTAL-RULE-COUNTS (RULE-INDEX)
           END-PERFORM
           MOVE LINE-TOTAL-COMB-COUNT TO REPORT-COMB-COUNT
           MOVE LINE-TOTAL-PLAIN-COUNT TO REPORT-PLAIN-COUNT
           MOVE LINE-TOTAL-SKIP-COUNT TO REPORT-SKIP-COUNT
           MOVE LINE-TOTAL-FIXED-COUNT TO REPORT-FIXED-COUNT
           PERFORM 1100-PRINT-CLASS-BLOCK
               THRU 1100-PRINT-CLASS-BLOCK-EX

           MOVE ZERO TO LINE-TOTAL-FIXED-COUNT
           MOVE ZERO TO LINE-TOTAL-COMB-COUNT
           MOVE ZERO TO LINE-TOTAL-PLAIN-COUNT
           MOVE ZERO TO LINE-TOTAL-SKIP-COUNT
           MOVE ZERO TO LINE-RANGES-REPORTED
           .

       1500-REPORT-LINE-TOTALS-EX.
           EXIT.

       2000-REPORT-GRAND-TOTALS.

           IF LINE-RANGES-REPORTED GREATER THAN ZERO
               PERFORM 1500-REPORT-LINE-TOTALS
                   THRU 1500-REPORT-LINE-TOTALS-EX
           END-IF

      * WITH NO RANGES ON FILE THE LABELS ARE THE BASE LINE'S.
      * ACROSS SEVERAL LINES THE RULE LINES ARE LABELED BY POSITION.
           IF LINES-REPORTED EQUAL ZERO
               MOVE 'BASE' TO CURRENT-PRODUCT-LINE
               PERFORM 0507-RESOLVE-LINE-WORDS
                   THRU 0507-RESOLVE-LINE-WORDS-EX
           END-IF
           IF LINES-REPORTED GREATER THAN 1
               MOVE MOST-RULES-REPORTED TO RULE-COUNT
               PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
                   MOVE SPACES TO RULE-WORD (RULE-INDEX)
                   MOVE 'Y' TO RULE-LISTED-SW (RULE-INDEX)
                   MOVE RULE-INDEX TO REPORT-RULE-NUMBER
                   STRING 'RULE ' DELIMITED BY SIZE
                          REPORT-RULE-NUMBER DELIMITED BY SIZE
                          INTO RULE-WORD (RULE-INDEX)
                   END-STRING
               END-PERFORM
           END-IF

           IF LINE-COUNT GREATER THAN
                  LINES-PER-PAGE - SECTION-LINE-COUNT
               PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX
           MOVE TOTAL-COMB-COUNT TO REPORT-COMB-COUNT
           MOVE TOTAL-PLAIN-COUNT TO REPORT-PLAIN-COUNT
           MOVE TOTAL-SKIP-COUNT TO REPORT-SKIP-COUNT
           MOVE TOTAL-FIXED-COUNT TO REPORT-FIXED-COUNT
           PERFORM 1100-PRINT-CLASS-BLOCK
               THRU 1100-PRINT-CLASS-BLOCK-EX
           .
