      *            SEE ONE BALANCED SET, EXACTLY AS IF THE REQUEST
      *            HAD RUN SERIALLY.
      *
      * USAGE:     FIZZCONS START END [LINE]
      *              START  FIRST NUMBER OF THE ORIGINAL REQUEST
      *              END    LAST NUMBER OF THE ORIGINAL REQUEST
      *              LINE   THE REQUEST'S PRODUCT LINE (1-4
      *                     CHARACTERS, DEFAULT BASE).  ONLY THAT
      *                     LINE'S FIZZRST RECORDS AND EXTRACT
      *                     DETAILS ARE CONSOLIDATED - ANOTHER LINE'S
      *                     RANGES OVER THE SAME NUMBERS ARE LEFT
      *                     ALONE.
      *
      *            RUN ONLY AFTER EVERY PARALLEL SUB-RANGE JOB HAS
      *            ENDED - AN IN-FLIGHT SUB-RANGE FAILS THE
      * RETURN CODES:
      *            00  CONSOLIDATED AND BALANCED
      *            08  A SUB-RANGE IS MISSING, IN FLIGHT, STRADDLES
      *                THE REQUEST BOUNDARY, RAN UNDER A DIFFERENT
      *                CONTROL SOURCE, OR THE EXTRACT AND COUNTS DO
      *                NOT BALANCE - FIZZRST IS UNTOUCHED
      *            12  A FILE COULD NOT BE OPENED OR UPDATED
      *            16  BAD ARGUMENTS
      *
      *                     EXTRACT CLOSE - THE CONSOLIDATED
      *                     GENERATION IS WHAT THE TRANSFER SHIPS,
      *                     SO IT IS WHAT FIZZACK MUST RECONCILE.
      *   15 OCT 2026  RJP  CARRY THE FIZZRST LINEAGE FIELDS (108 TO 150
      *                     BYTES) IN STEP WITH FIZZBUZZ.CBL.  THE
      *                     ROLLED-UP RECORD TAKES THE EARLIEST FIRST
      *                     RUN-ID AND THE LATEST LAST RUN-ID OF ITS
      *                     SUB-RANGES, SO FIZZVRFY ACCEPTS EVERY LEG'S
      *                     KEYS, AND SUB-RANGES THAT RAN UNDER
      *                     DIFFERENT CONTROL SOURCES REFUSE THE ROLL-UP
      *                     (RC 8).
      *   15 OCT 2026  RJP  THE PRODUCT LINE NOW LEADS THE FIZZRST KEY
      *                     (154 BYTES) AND ENDS EACH EXTRACT DETAIL.
      *                     AN OPTIONAL THIRD ARGUMENT NAMES THE
      *                     REQUEST'S LINE (DEFAULT BASE); ONLY THAT
      *                     LINE'S SUB-RANGES ARE GATHERED AND ROLLED UP
      *                     AND ONLY ITS DETAILS ARE COPIED.
      *   15 OCT 2026  RJP  CARRY THE FIXED-VALUE COUNT (FIZZRST 154 TO
      *                     163 BYTES) INTO THE ROLL-UP AND THE SPAN
      *                     BALANCE.
      *   15 OCT 2026  RJP  NAME THE FIZZXLOG PARTNER ID - ALWAYS BLANK
      *                     HERE, THE HOUSE FEED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCONS.
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

      * THE SUB-RUN EXTRACT GENERATIONS, CONCATENATED ON THE
      * FIZZEXTI DD.  SAME LAYOUT AS THE EXTRACT FIZZBUZZ WRITES -
           05  XLOG-RECORD-COUNT   PIC 9(09).
           05  XLOG-HASH-TOTAL     PIC 9(18).
           05  XLOG-ACK-STATUS     PIC X(01).
           05  XLOG-PARTNER-ID     PIC X(06).

       WORKING-STORAGE SECTION.
      * THE LEN FIELDS MUST BE WIDE ENOUGH TO HOLD A TOKEN'S FULL
           05  ARG-TOKEN-1-LEN    PIC 9(02).
           05  ARG-TOKEN-2        PIC X(09).
           05  ARG-TOKEN-2-LEN    PIC 9(02).
           05  ARG-TOKEN-3        PIC X(09).
           05  ARG-TOKEN-3-LEN    PIC 9(02).
           05  ARG-TOKEN-4        PIC X(09).
           05  ARG-TOKEN-4-LEN    PIC 9(02).

       01  CONSOLIDATE-CONTROLS.
           05  STARTING-NUMBER    PIC 9(9) VALUE ZERO.
           05  ENDING-NUMBER      PIC 9(9) VALUE ZERO.
           05  RANGE-SPAN         PIC 9(9) VALUE ZERO.
           05  PRODUCT-LINE       PIC X(04) VALUE 'BASE'.
           05  RUN-DATE-STAMP     PIC 9(8) VALUE ZERO.
           05  RUN-TIME-STAMP     PIC 9(8) VALUE ZERO.

               10  SUB-STARTING-NUMBER PIC 9(9).
               10  SUB-ENDING-NUMBER   PIC 9(9).

      * LINEAGE FOR THE CONSOLIDATED RECORD - THE EARLIEST FIRST
      * RUN-ID AND THE LATEST LAST RUN-ID ACROSS THE SUB-RANGES,
      * AND THE CONTROL SOURCE THEY MUST ALL SHARE.
       01  CONSOLIDATED-LINEAGE.
           05  TOTAL-FIRST-RUN-ID    PIC X(17) VALUE SPACES.
           05  TOTAL-LAST-RUN-ID     PIC X(17) VALUE SPACES.
           05  TOTAL-CONTROL-SOURCE  PIC X(08) VALUE SPACES.

       01  CONSOLIDATED-COUNTS.
           05  TOTAL-RULE-ONLY-COUNT PIC 9(9) OCCURS 5 VALUE ZERO.
           05  TOTAL-COMBINED-COUNT  PIC 9(9) VALUE ZERO.
           05  TOTAL-PLAIN-COUNT     PIC 9(9) VALUE ZERO.
           05  TOTAL-SKIPPED-COUNT   PIC 9(9) VALUE ZERO.
           05  TOTAL-FIXED-COUNT     PIC 9(9) VALUE ZERO.
           05  TOTAL-CLASS-COUNT     PIC 9(9) VALUE ZERO.
           05  EXPECTED-DETAILS      PIC 9(9) VALUE ZERO.

      * FIELD, SO IT IS ALWAYS NINE DIGITS AT OFFSET 3.
       01  EXTRACT-WORK-FIELDS.
           05  EXTRACT-DETAIL-NUMBER PIC 9(9) VALUE ZERO.
           05  EXTRACT-DETAIL-LINE PIC X(04) VALUE SPACES.
           05  EXTRACT-DETAIL-FIELD PIC X(50) VALUE SPACES.
           05  EXTRACT-WORK-LINE  PIC X(100) VALUE SPACES.
           05  EXTRACT-IN-COUNT   PIC 9(9) VALUE ZERO.
           05  EXTRACT-OUT-COUNT  PIC 9(9) VALUE ZERO.
           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-TOKEN-1 COUNT IN ARG-TOKEN-1-LEN
                    ARG-TOKEN-2 COUNT IN ARG-TOKEN-2-LEN
                    ARG-TOKEN-3 COUNT IN ARG-TOKEN-3-LEN
                    ARG-TOKEN-4 COUNT IN ARG-TOKEN-4-LEN
           END-UNSTRING

           IF ARG-TOKEN-1-LEN EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           IF ARG-TOKEN-4-LEN NOT EQUAL ZERO
               DISPLAY 'FIZZCONS - TOO MANY ARGUMENTS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           IF ARG-TOKEN-3-LEN GREATER THAN 4
               DISPLAY 'FIZZCONS - PRODUCT LINE MAY NOT EXCEED FOUR '
                       'CHARACTERS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-3-LEN NOT EQUAL ZERO
               MOVE ARG-TOKEN-3 (1:ARG-TOKEN-3-LEN) TO PRODUCT-LINE
           END-IF

           MOVE ARG-TOKEN-1 (1:ARG-TOKEN-1-LEN) TO STARTING-NUMBER
           MOVE ARG-TOKEN-2 (1:ARG-TOKEN-2-LEN) TO ENDING-NUMBER

      * COLLECT EVERY FIZZRST RECORD WHOSE RANGE LIES INSIDE THE
      * REQUEST, IN KEY ORDER, AND PROVE THE SET IS USABLE: ALL
      * COMPLETE, NO BOUNDARY STRADDLES, AND CONTIGUOUS COVER FROM
      * START THROUGH END.  THE SCAN STARTS AT THE LINE'S KEY ZERO,
      * NOT AT THE REQUEST START, AND STOPS AT THE NEXT LINE - A
      * RANGE THAT STARTS BELOW THE REQUEST AND
      * REACHES INTO IT WOULD OTHERWISE NEVER BE READ, AND A
      * LOW-SIDE STRADDLE MUST REFUSE THE ROLL-UP THE SAME AS A
      * HIGH-SIDE ONE.  ANY FAILURE SETS GATHER-FAILED AND THE
               GO TO 1000-GATHER-SUB-RANGES-EX
           END-IF

           MOVE PRODUCT-LINE TO RST-PRODUCT-LINE
           MOVE ZERO TO RST-STARTING-NUMBER
           MOVE ZERO TO RST-ENDING-NUMBER
           START RESTART-FILE KEY NOT LESS THAN RST-KEY
                       SET RESTART-AT-EOF TO TRUE
               END-READ
               IF NOT RESTART-AT-EOF
                   IF RST-PRODUCT-LINE NOT EQUAL PRODUCT-LINE
                      OR RST-STARTING-NUMBER GREATER THAN ENDING-NUMBER
                       SET RESTART-AT-EOF TO TRUE
                   ELSE
                       PERFORM 1100-JUDGE-SUB-RANGE
           IF SUB-RANGE-COUNT EQUAL ZERO
               DISPLAY 'FIZZCONS - NO FIZZRST RECORDS FOUND INSIDE '
                       STARTING-NUMBER ' THRU ' ENDING-NUMBER
                       ' FOR LINE ' PRODUCT-LINE
               SET GATHER-FAILED TO TRUE
               GO TO 1000-GATHER-SUB-RANGES-EX
           END-IF
               GO TO 1100-JUDGE-SUB-RANGE-EX
           END-IF

      * THE LEGS OF ONE REQUEST RUN THE SAME NIGHT UNDER THE SAME
      * CONTROL SOURCE.  LEGS THAT DISAGREE WOULD ROLL UP INTO ONE
      * RANGE WHOSE KEYS CAME FROM TWO PARAMETER SETS - REFUSE.
           IF SUB-RANGE-COUNT GREATER THAN ZERO
              AND RST-CONTROL-SOURCE NOT EQUAL TOTAL-CONTROL-SOURCE
               DISPLAY 'FIZZCONS - RANGE ' RST-STARTING-NUMBER
                       ' THRU ' RST-ENDING-NUMBER
                       ' RAN UNDER CONTROL SOURCE ' RST-CONTROL-SOURCE
                       ', OTHER SUB-RANGES UNDER '
                       TOTAL-CONTROL-SOURCE
               SET GATHER-FAILED TO TRUE
               GO TO 1100-JUDGE-SUB-RANGE-EX
           END-IF

           ADD 1 TO SUB-RANGE-COUNT
           MOVE RST-STARTING-NUMBER
               TO SUB-STARTING-NUMBER (SUB-RANGE-COUNT)
           ADD RST-COMBINED-COUNT TO TOTAL-COMBINED-COUNT
           ADD RST-PLAIN-COUNT TO TOTAL-PLAIN-COUNT
           ADD RST-SKIPPED-COUNT TO TOTAL-SKIPPED-COUNT
      * A LEG CHECKPOINTED BEFORE THE FIXED-VALUE CLASS EXISTED
      * CARRIES PAD BYTES THERE - IT PINNED NOTHING.
           IF RST-FIXED-COUNT NUMERIC
               ADD RST-FIXED-COUNT TO TOTAL-FIXED-COUNT
           END-IF
           MOVE RST-CONTROL-SOURCE TO TOTAL-CONTROL-SOURCE
           IF SUB-RANGE-COUNT EQUAL 1
              OR RST-FIRST-RUN-ID LESS THAN TOTAL-FIRST-RUN-ID
               MOVE RST-FIRST-RUN-ID TO TOTAL-FIRST-RUN-ID
           END-IF
           IF RST-LAST-RUN-ID GREATER THAN TOTAL-LAST-RUN-ID
               MOVE RST-LAST-RUN-ID TO TOTAL-LAST-RUN-ID
           END-IF
           .

       1100-JUDGE-SUB-RANGE-EX.
           CLOSE EXTRACT-OUT-FILE

           COMPUTE TOTAL-CLASS-COUNT = TOTAL-COMBINED-COUNT
               + TOTAL-PLAIN-COUNT + TOTAL-FIXED-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               ADD TOTAL-RULE-ONLY-COUNT (RULE-INDEX)

      * ONE INPUT RECORD - DETAILS INSIDE THE REQUEST RANGE ARE
      * COPIED AS READ; THE HEADERS AND TRAILERS, ANY DETAIL
      * BELONGING TO SOME OTHER RANGE OR PRODUCT LINE (THE LINE IS
      * THE DETAIL'S LAST FIELD - A DETAIL WRITTEN BEFORE THE LINE
      * WAS CARRIED HAS NONE AND IS BASE), AND EVERY DETAIL OF A
      * GENERATION THAT IS NOT THE CHOSEN SOURCE (SEE 1900) ARE
      * DROPPED - SO A RERUN WITH THE PRIOR CONSOLIDATED GENERATION
      * IN THE CONCATENATION NEVER COPIES A NUMBER TWICE.
               GO TO 2100-COPY-NEXT-DETAIL-EX
           END-IF

           MOVE SPACES TO EXTRACT-DETAIL-LINE
           UNSTRING EXTRACT-IN-RECORD DELIMITED BY ';'
               INTO EXTRACT-DETAIL-FIELD
                    EXTRACT-DETAIL-FIELD
                    EXTRACT-DETAIL-FIELD
                    EXTRACT-DETAIL-FIELD
                    EXTRACT-DETAIL-FIELD
                    EXTRACT-DETAIL-LINE
           END-UNSTRING
           IF EXTRACT-DETAIL-LINE EQUAL SPACES
               MOVE 'BASE' TO EXTRACT-DETAIL-LINE
           END-IF
           IF EXTRACT-DETAIL-LINE NOT EQUAL PRODUCT-LINE
               GO TO 2100-COPY-NEXT-DETAIL-EX
           END-IF

           MOVE EXTRACT-IN-RECORD TO EXTRACT-WORK-LINE
           PERFORM 2200-WRITE-EXTRACT-LINE
               THRU 2200-WRITE-EXTRACT-LINE-EX
      * BACK-TO-BACK SUB-RANGE RECORDS CANNOT BE VERIFIED TWICE.
       3000-ROLL-UP-RESTART.

           MOVE PRODUCT-LINE TO RST-PRODUCT-LINE
           PERFORM VARYING SUB-INDEX FROM 1 BY 1
               UNTIL SUB-INDEX GREATER THAN SUB-RANGE-COUNT
               MOVE SUB-STARTING-NUMBER (SUB-INDEX)
           MOVE TOTAL-COMBINED-COUNT TO RST-COMBINED-COUNT
           MOVE TOTAL-PLAIN-COUNT TO RST-PLAIN-COUNT
           MOVE TOTAL-SKIPPED-COUNT TO RST-SKIPPED-COUNT
           MOVE TOTAL-FIXED-COUNT TO RST-FIXED-COUNT
           MOVE RUN-DATE-STAMP TO RST-COMPLETE-DATE
           MOVE TOTAL-FIRST-RUN-ID TO RST-FIRST-RUN-ID
           MOVE TOTAL-LAST-RUN-ID TO RST-LAST-RUN-ID
           MOVE TOTAL-CONTROL-SOURCE TO RST-CONTROL-SOURCE
           WRITE RESTART-RECORD
               INVALID KEY
                   DISPLAY 'FIZZCONS - UNABLE TO WRITE CONSOLIDATED '
               CLOSE RESTART-FILE
           END-IF
           DISPLAY 'FIZZCONS - CONSOLIDATION SUMMARY'
           DISPLAY '  PRODUCT LINE     = ' PRODUCT-LINE
           DISPLAY '  REQUEST          = ' STARTING-NUMBER ' THRU '
                   ENDING-NUMBER
           DISPLAY '  SUB-RANGES FOUND = ' SUB-RANGE-COUNT
