      ******************************************************************
      * AUTHOR:    RJP
      * DATE:      15 OCT 2026
      * PURPOSE:   MORNING REQUEST NOTICES.  REQUESTORS USED TO FIND
      *            OUT HOW THEIR REQUESTS WENT BY ASKING - OR BY
      *            WAITING FOR A DOWNSTREAM JOB TO MISS THE DATA.
      *            THIS PROGRAM READS FIZZRQS, FIZZRST AND FIZZHIST
      *            AFTER THE NIGHT'S RUN AND PRINTS ONE NOTICE PER
      *            REQUESTOR, EACH ON ITS OWN PAGES:
      *              - REQUESTS COMPLETED (OR SATISFIED BY EARLIER
      *                WORK) SINCE THE FROM DATE, WITH THE CLASS
      *                COUNTS OF EVERY COMPLETED FIZZRST RANGE INSIDE
      *                THE REQUEST, UNDER THE CLASS WORDS THE RUN THAT
      *                FINISHED THE RANGE USED (FROM FIZZHIST);
      *              - REQUESTS REJECTED SINCE THE FROM DATE, WITH THE
      *                REASON IN WORDS;
      *              - EVERY REQUEST STILL PENDING OR IN FLIGHT, WITH
      *                HOW FAR AN IN-FLIGHT RANGE HAS GOT AND HOW MANY
      *                DAYS LATE IT IS, IF IT IS.
      *            A REQUESTOR WITH NOTHING TO REPORT GETS NO NOTICE.
      *            A SEPARATE BREACH REPORT LISTS EVERY REQUEST STILL
      *            PENDING OR IN FLIGHT WHOSE DATE WANTED HAS PASSED,
      *            OLDEST FIRST, WITH ITS DAYS LATE.
      *
      * USAGE:     FIZZNOTE [FROMDATE]
      *              FROMDATE   THE EARLIEST STATUS DATE (YYYYMMDD) OF
      *                         A COMPLETED OR REJECTED REQUEST TO
      *                         REPORT.  DEFAULT: THE RUN DATE OF THE
      *                         LATEST TXN OR REJ EXECUTION ON FIZZHIST
      *                         - THE NIGHT'S RUN - OR TODAY IF THERE
      *                         IS NONE.
      *            DAYS LATE ARE COUNTED TO TODAY'S DATE.
      *
      * RETURN CODES:
      *            00  NOTICES PRINTED, NO BREACHES
      *            04  NOTICES PRINTED, ONE OR MORE REQUESTS PAST
      *                THEIR DATE WANTED
      *            12  A FILE COULD NOT BE OPENED OR WRITTEN
      *            16  BAD ARGUMENTS
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJP  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZNOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-STATUS-FILE ASSIGN TO FIZZRQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQS-KEY
               FILE STATUS IS REQUEST-STATUS-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO FIZZRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS RESTART-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO FIZZHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO FIZZNOTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

           SELECT BREACH-FILE ASSIGN TO FIZZBRPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BREACH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * REQUEST-STATUS-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL.
       FD  REQUEST-STATUS-FILE.
       01  REQUEST-STATUS-RECORD.
           05  RQS-KEY.
               10  RQS-REQUESTOR       PIC X(08).
               10  RQS-PRODUCT-LINE    PIC X(04).
               10  RQS-STARTING-NUMBER PIC 9(09).
               10  RQS-ENDING-NUMBER   PIC 9(09).
           05  RQS-PRIORITY        PIC 9(02).
           05  RQS-DATE-WANTED     PIC 9(08).
           05  RQS-STATUS          PIC X(01).
           05  RQS-REASON-CODE     PIC X(04).
           05  RQS-STATUS-DATE     PIC 9(08).
           05  RQS-STATUS-TIME     PIC 9(06).
           05  RQS-COVER-SOURCE    PIC X(01).
           05  RQS-COVER-REQUESTOR PIC X(08).
           05  RQS-COVER-STARTING-NUMBER PIC 9(09).
           05  RQS-COVER-ENDING-NUMBER PIC 9(09).
           05  RQS-TRIMMED-COUNT   PIC 9(09).
           05  RQS-CHANGED-BY      PIC X(08).
           05  RQS-CHANGED-DATE    PIC 9(08).
           05  RQS-CHANGED-TIME    PIC 9(06).
           05  RQS-CHANGE-ACTION   PIC X(01).

      * RESTART-RECORD MUST MATCH THE LAYOUT WRITTEN BY FIZZBUZZ.CBL.
       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RST-KEY.
               10  RST-PRODUCT-LINE    PIC X(04).
               10  RST-STARTING-NUMBER PIC 9(9).
               10  RST-ENDING-NUMBER   PIC 9(9).
           05  RST-CURRENT-NUMBER  PIC 9(9).
           05  RST-COMPLETE-SW     PIC X(01).
               88  RST-RUN-COMPLETE VALUE 'Y'.
           05  RST-RULE-ONLY-COUNT PIC 9(9) OCCURS 5.
           05  RST-COMBINED-COUNT  PIC 9(9).
           05  RST-PLAIN-COUNT     PIC 9(9).
           05  RST-SKIPPED-COUNT   PIC 9(9).
           05  RST-COMPLETE-DATE   PIC 9(8).
           05  RST-FIRST-RUN-ID    PIC X(17).
           05  RST-LAST-RUN-ID     PIC X(17).
           05  RST-CONTROL-SOURCE  PIC X(08).
           05  RST-FIXED-COUNT     PIC 9(9).

      * RUN-HISTORY-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       01  RUN-HISTORY-RECORD.
           05  HIST-RUN-DATE       PIC 9(08).
           05  HIST-RUN-TIME       PIC 9(08).
           05  HIST-RUN-ID         PIC X(17).
           05  HIST-RUN-MODE       PIC X(05).
           05  HIST-STARTING-NUMBER PIC 9(09).
           05  HIST-ENDING-NUMBER  PIC 9(09).
           05  HIST-TXN-RANGE-COUNT PIC 9(09).
           05  HIST-CONTROL-OVERRIDE PIC X(01).
           05  HIST-RULE-COUNT     PIC 9(02).
           05  HIST-RULE-ENTRY OCCURS 5.
               10  HIST-DIVISOR    PIC 9(04).
               10  HIST-WORD       PIC X(10).
           05  HIST-RULE-ONLY-COUNT PIC 9(09) OCCURS 5.
           05  HIST-COMBINED-COUNT PIC 9(09).
           05  HIST-PLAIN-COUNT    PIC 9(09).
           05  HIST-RETURN-CODE    PIC 9(04).
           05  HIST-END-TIME       PIC 9(08).
           05  HIST-SKIPPED-COUNT  PIC 9(09).
           05  HIST-OPERATOR       PIC X(08).
           05  HIST-COMMENT        PIC X(20).
           05  HIST-PROCESSED-COUNT PIC 9(09).
           05  HIST-PRODUCT-LINE   PIC X(04).
           05  HIST-FIXED-COUNT    PIC 9(09).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-RECORD          PIC X(132).

       FD  BREACH-FILE
           RECORDING MODE IS F.
       01  BREACH-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
       01  ARG-TOKENS.
           05  ARG-TOKEN-1        PIC X(09).
           05  ARG-TOKEN-1-LEN    PIC 9(02).
           05  ARG-TOKEN-2        PIC X(09).
           05  ARG-TOKEN-2-LEN    PIC 9(02).

       01  FILLER.
           05  FILLER             PIC X VALUE 'N'.
               88  REQUEST-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  HISTORY-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  RANGE-BROWSE-DONE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  WORDS-FOUND VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  REQUEST-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  RESTART-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  NOTICE-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  BREACH-FILE-OPEN VALUE 'Y', FALSE 'N'.

       01  BINARY.
           05  HISTORY-INDEX      PIC S9(9).
           05  HISTORY-SLOT       PIC S9(9).
           05  ENTRY-INDEX        PIC S9(9).
           05  BREACH-INDEX       PIC S9(9).
           05  SCAN-INDEX         PIC S9(9).
           05  RULE-INDEX         PIC S9(9).
           05  SLOT-INDEX         PIC S9(9).
           05  ADJUSTED-YEAR      PIC S9(9).
           05  ADJUSTED-MONTH     PIC S9(9).
           05  LEAP-QUOTIENT-4    PIC S9(9).
           05  LEAP-QUOTIENT-100  PIC S9(9).
           05  LEAP-QUOTIENT-400  PIC S9(9).
           05  MONTH-DAY-PRODUCT  PIC S9(9).
           05  MONTH-DAY-QUOTIENT PIC S9(9).
           05  REQUEST-SPAN       PIC S9(10).
           05  RANGES-COVERED     PIC S9(10).

       01  NOTICE-CONTROLS.
           05  FROM-DATE          PIC 9(8) VALUE ZERO.
           05  TODAYS-DATE        PIC 9(8) VALUE ZERO.
           05  LATEST-BATCH-DATE  PIC 9(8) VALUE ZERO.
           05  NOTICE-REQUESTOR   PIC X(8) VALUE SPACES.
           05  DAYS-LATE          PIC S9(9) VALUE ZERO.
           05  RANGES-FOUND       PIC 9(6) VALUE ZERO.
           05  SECTION-COUNT      PIC 9(6) VALUE ZERO.
           05  MAXIMUM-RULES      PIC 9(2) VALUE 5.
           05  RULE-NUMBER        PIC 9(1) VALUE ZERO.

       01  DATE-WORK-FIELDS.
           05  CONVERT-DATE       PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES CONVERT-DATE.
               10  CONVERT-YEAR   PIC 9(4).
               10  CONVERT-MONTH  PIC 9(2).
               10  CONVERT-DAY    PIC 9(2).
           05  SERIAL-DAY-NUMBER  PIC S9(9) VALUE ZERO.
           05  TODAYS-SERIAL-DAY  PIC S9(9) VALUE ZERO.

      * THE CLASS WORDS OF THE MOST RECENT HISTORY RECORDS, ONE PER
      * RUN-ID AND LINE, SO A FIZZRST RANGE CAN BE LABELLED WITH THE
      * WORDS OF THE RUN THAT FINISHED IT.  WHEN THE TABLE FILLS THE
      * OLDEST ENTRIES ARE REUSED IN TURN - THE FILE IS APPEND-ONLY,
      * SO WHAT IS KEPT IS THE LATEST HISTORY.
       01  HISTORY-WORD-TABLE.
           05  HISTORY-WORD-COUNT PIC 9(4) VALUE ZERO.
           05  MAXIMUM-HISTORY-WORDS PIC 9(4) VALUE 2000.
           05  HISTORY-WORD-ENTRY OCCURS 2000.
               10  HWT-RUN-ID      PIC X(17).
               10  HWT-PRODUCT-LINE PIC X(04).
               10  HWT-WORD        PIC X(10) OCCURS 5.

       01  CLASS-WORDS.
           05  CLASS-WORD         PIC X(10) OCCURS 5.

      * ONE REQUESTOR'S FIZZRQS RECORDS, HELD SO THE NOTICE CAN
      * PRINT THEM SECTION BY SECTION.
       01  REQUESTOR-TABLE.
           05  REQUESTOR-ENTRY-COUNT PIC 9(4) VALUE ZERO.
           05  MAXIMUM-REQUESTOR-ENTRIES PIC 9(4) VALUE 500.
           05  REQUESTOR-OVERFLOW PIC 9(6) VALUE ZERO.
           05  REQUESTOR-ENTRY    PIC X(118) OCCURS 500.

      * REQUESTS PAST THEIR DATE WANTED, KEPT IN DATE-WANTED ORDER
      * (OLDEST FIRST) AS THEY ARE FOUND.  WHEN THE TABLE IS FULL A
      * NEWER BREACH IS COUNTED BUT NOT LISTED, AND AN OLDER ONE
      * PUSHES THE NEWEST LISTED ENTRY OFF THE END.
       01  BREACH-TABLE.
           05  BREACH-COUNT       PIC 9(4) VALUE ZERO.
           05  MAXIMUM-BREACHES   PIC 9(4) VALUE 1000.
           05  BREACH-OVERFLOW    PIC 9(6) VALUE ZERO.
           05  BREACH-ENTRY OCCURS 1000.
               10  BRE-DATE-WANTED PIC 9(08).
               10  BRE-DAYS-LATE   PIC 9(06).
               10  BRE-REQUESTOR   PIC X(08).
               10  BRE-PRODUCT-LINE PIC X(04).
               10  BRE-STARTING-NUMBER PIC 9(09).
               10  BRE-ENDING-NUMBER PIC 9(09).
               10  BRE-PRIORITY    PIC 9(02).
               10  BRE-STATUS      PIC X(01).
       01  BREACH-HOLD-ENTRY.
           05  HOLD-DATE-WANTED   PIC 9(08).
           05  HOLD-DAYS-LATE     PIC 9(06).
           05  HOLD-REQUESTOR     PIC X(08).
           05  HOLD-PRODUCT-LINE  PIC X(04).
           05  HOLD-STARTING-NUMBER PIC 9(09).
           05  HOLD-ENDING-NUMBER PIC 9(09).
           05  HOLD-PRIORITY      PIC 9(02).
           05  HOLD-STATUS        PIC X(01).

       01  NOTICE-TOTALS.
           05  REQUESTS-READ      PIC 9(9) VALUE ZERO.
           05  NOTICES-PRINTED    PIC 9(9) VALUE ZERO.
           05  BREACHES-FOUND     PIC 9(9) VALUE ZERO.

       01  PAGE-CONTROLS.
           05  LINES-PER-PAGE     PIC 9(4) VALUE 55.
           05  LINE-COUNT         PIC 9(4) VALUE ZERO.
           05  PAGE-NUMBER        PIC 9(4) VALUE ZERO.
           05  BREACH-LINE-COUNT  PIC 9(4) VALUE ZERO.
           05  BREACH-PAGE-NUMBER PIC 9(4) VALUE ZERO.

       01  NOTICE-HEADING-LINE.
           05  FILLER             PIC X(30)
               VALUE 'FIZZBUZZ REQUEST NOTICE FOR  '.
           05  NHL-REQUESTOR      PIC X(08).
           05  FILLER             PIC X(10) VALUE '    AS OF '.
           05  NHL-AS-OF-DATE     PIC 9(08).
           05  FILLER             PIC X(67) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'PAGE '.
           05  NHL-PAGE-NUMBER    PIC ZZZ9.

       01  SECTION-HEADING-LINE.
           05  SHL-TITLE          PIC X(30).

       01  REQUEST-DETAIL-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RDL-PRODUCT-LINE   PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RDL-STARTING-NUMBER PIC 9(09).
           05  FILLER             PIC X(06) VALUE ' THRU '.
           05  RDL-ENDING-NUMBER  PIC 9(09).
           05  FILLER             PIC X(11) VALUE '  PRIORITY '.
           05  RDL-PRIORITY       PIC 9(02).
           05  FILLER             PIC X(09) VALUE '  WANTED '.
           05  RDL-DATE-WANTED    PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RDL-STATUS-TEXT    PIC X(40).
           05  RDL-DAYS-LATE      PIC ZZZZZ9 BLANK WHEN ZERO.
           05  RDL-LATE-LABEL     PIC X(10).

       01  RANGE-DETAIL-LINE.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'RANGE '.
           05  GDL-STARTING-NUMBER PIC 9(09).
           05  FILLER             PIC X(06) VALUE ' THRU '.
           05  GDL-ENDING-NUMBER  PIC 9(09).
           05  FILLER             PIC X(10) VALUE '  CONTROL '.
           05  GDL-CONTROL-SOURCE PIC X(08).
           05  FILLER             PIC X(12) VALUE '  COMPLETED '.
           05  GDL-COMPLETE-DATE  PIC 9(08).

      * FIVE COUNT SLOTS TO A LINE - THE RULE WORDS ON ONE, THE
      * COMBINED, FIXED-VALUE, PLAIN AND EXCLUDED COUNTS ON THE NEXT.
       01  COUNT-DETAIL-LINE.
           05  FILLER             PIC X(08) VALUE SPACES.
           05  CDL-SLOT OCCURS 5.
               10  CDL-LABEL      PIC X(10).
               10  FILLER         PIC X(01).
               10  CDL-COUNT      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER         PIC X(02).

       01  NOTE-DETAIL-LINE.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  NDL-TEXT           PIC X(120).

       01  BREACH-HEADING-LINE.
           05  FILLER             PIC X(38)
               VALUE 'FIZZBUZZ DATE-WANTED BREACH REPORT    '.
           05  FILLER             PIC X(06) VALUE 'AS OF '.
           05  BHL-AS-OF-DATE     PIC 9(08).
           05  FILLER             PIC X(71) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'PAGE '.
           05  BHL-PAGE-NUMBER    PIC ZZZ9.

       01  BREACH-COLUMN-LINE.
           05  FILLER             PIC X(40)
               VALUE 'DAYS LATE  WANTED    REQUESTOR LINE     '.
           05  FILLER             PIC X(40)
               VALUE ' START       END   PRIORITY STATUS      '.

       01  BREACH-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  BDL-DAYS-LATE      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  BDL-DATE-WANTED    PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BDL-REQUESTOR      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BDL-PRODUCT-LINE   PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BDL-STARTING-NUMBER PIC 9(09).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  BDL-ENDING-NUMBER  PIC 9(09).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  BDL-PRIORITY       PIC 9(02).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  BDL-STATUS-TEXT    PIC X(10).

       01  TOTAL-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TTL-LABEL          PIC X(30).
           05  TTL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  FILE-STATUS-VALUES.
           05  REQUEST-STATUS-FILE-STATUS PIC X(02) VALUE '00'.
               88  REQUEST-STATUS-FILE-OK VALUE '00'.
           05  RESTART-FILE-STATUS PIC X(02) VALUE '00'.
               88  RESTART-FILE-OK VALUE '00'.
           05  RUN-HISTORY-FILE-STATUS PIC X(02) VALUE '00'.
               88  RUN-HISTORY-FILE-OK VALUE '00'.
           05  NOTICE-FILE-STATUS PIC X(02) VALUE '00'.
               88  NOTICE-FILE-OK VALUE '00'.
           05  BREACH-FILE-STATUS PIC X(02) VALUE '00'.
               88  BREACH-FILE-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE THRU 0500-INITIALIZE-EXIT
           IF RETURN-CODE NOT EQUAL ZERO
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EX
               GOBACK
           END-IF

           PERFORM 1000-READ-REQUESTS THRU 1000-READ-REQUESTS-EX
           IF RETURN-CODE NOT EQUAL ZERO
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EX
               GOBACK
           END-IF

           PERFORM 3000-PRINT-BREACHES THRU 3000-PRINT-BREACHES-EX
           PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EX
           PERFORM 8300-DISPLAY-SUMMARY THRU 8300-DISPLAY-SUMMARY-EX

           IF RETURN-CODE EQUAL ZERO
              AND BREACHES-FOUND GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
           MOVE TODAYS-DATE TO CONVERT-DATE
           PERFORM 7000-DATE-TO-SERIAL THRU 7000-DATE-TO-SERIAL-EX
           MOVE SERIAL-DAY-NUMBER TO TODAYS-SERIAL-DAY

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           MOVE SPACES TO ARG-TOKENS
           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-TOKEN-1 COUNT IN ARG-TOKEN-1-LEN
                    ARG-TOKEN-2 COUNT IN ARG-TOKEN-2-LEN
           END-UNSTRING
           IF ARG-TOKEN-2-LEN NOT EQUAL ZERO
               DISPLAY 'FIZZNOTE - TOO MANY ARGUMENTS'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-1-LEN NOT EQUAL ZERO
               IF ARG-TOKEN-1-LEN NOT EQUAL 8
                  OR ARG-TOKEN-1 (1:8) NOT NUMERIC
                   DISPLAY 'FIZZNOTE - FROMDATE MUST BE YYYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0500-INITIALIZE-EXIT
               END-IF
               MOVE ARG-TOKEN-1 (1:8) TO FROM-DATE
           END-IF

           PERFORM 0600-LOAD-HISTORY THRU 0600-LOAD-HISTORY-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF FROM-DATE EQUAL ZERO
               IF LATEST-BATCH-DATE EQUAL ZERO
                   MOVE TODAYS-DATE TO FROM-DATE
               ELSE
                   MOVE LATEST-BATCH-DATE TO FROM-DATE
               END-IF
           END-IF

           OPEN INPUT REQUEST-STATUS-FILE
           IF NOT REQUEST-STATUS-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO OPEN REQUEST-STATUS-FILE, '
                       'STATUS = ' REQUEST-STATUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           SET REQUEST-FILE-OPEN TO TRUE

           OPEN INPUT RESTART-FILE
           IF NOT RESTART-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO OPEN RESTART-FILE, '
                       'STATUS = ' RESTART-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           SET RESTART-FILE-OPEN TO TRUE

           OPEN OUTPUT NOTICE-FILE
           IF NOT NOTICE-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO OPEN NOTICE-FILE, '
                       'STATUS = ' NOTICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           SET NOTICE-FILE-OPEN TO TRUE

           OPEN OUTPUT BREACH-FILE
           IF NOT BREACH-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO OPEN BREACH-FILE, '
                       'STATUS = ' BREACH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           SET BREACH-FILE-OPEN TO TRUE
           .

       0500-INITIALIZE-EXIT.
           EXIT.

      * ONE PASS OF FIZZHIST - KEEP EACH RECORD'S CLASS WORDS, AND
      * NOTE THE RUN DATE OF THE LATEST WORKLIST EXECUTION FOR THE
      * DEFAULT FROM DATE.
       0600-LOAD-HISTORY.

           OPEN INPUT RUN-HISTORY-FILE
           IF NOT RUN-HISTORY-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO OPEN RUN-HISTORY-FILE, '
                       'STATUS = ' RUN-HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0600-LOAD-HISTORY-EX
           END-IF

           MOVE ZERO TO HISTORY-SLOT
           PERFORM UNTIL HISTORY-AT-EOF
               READ RUN-HISTORY-FILE
                   AT END
                       SET HISTORY-AT-EOF TO TRUE
               END-READ
               IF NOT HISTORY-AT-EOF
                   PERFORM 0610-KEEP-HISTORY-WORDS
                       THRU 0610-KEEP-HISTORY-WORDS-EX
               END-IF
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           .

       0600-LOAD-HISTORY-EX.
           EXIT.

       0610-KEEP-HISTORY-WORDS.

           IF HIST-RUN-DATE NOT NUMERIC
               GO TO 0610-KEEP-HISTORY-WORDS-EX
           END-IF
           IF HIST-RUN-MODE EQUAL 'TXN' OR HIST-RUN-MODE EQUAL 'REJ'
               IF HIST-RUN-DATE GREATER THAN LATEST-BATCH-DATE
                   MOVE HIST-RUN-DATE TO LATEST-BATCH-DATE
               END-IF
           END-IF
           IF HIST-RUN-MODE EQUAL 'BKOUT'
              OR HIST-PRODUCT-LINE EQUAL SPACES
               GO TO 0610-KEEP-HISTORY-WORDS-EX
           END-IF

           ADD 1 TO HISTORY-SLOT
           IF HISTORY-SLOT GREATER THAN MAXIMUM-HISTORY-WORDS
               MOVE 1 TO HISTORY-SLOT
           END-IF
           IF HISTORY-WORD-COUNT LESS THAN HISTORY-SLOT
               MOVE HISTORY-SLOT TO HISTORY-WORD-COUNT
           END-IF
           MOVE HIST-RUN-ID TO HWT-RUN-ID (HISTORY-SLOT)
           MOVE HIST-PRODUCT-LINE TO HWT-PRODUCT-LINE (HISTORY-SLOT)
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE HIST-WORD (RULE-INDEX)
                   TO HWT-WORD (HISTORY-SLOT, RULE-INDEX)
           END-PERFORM
           .

       0610-KEEP-HISTORY-WORDS-EX.
           EXIT.

      * FIZZRQS IN KEY ORDER IS IN REQUESTOR ORDER - HOLD EACH
      * REQUESTOR'S RECORDS AND PRINT THE NOTICE WHEN THE REQUESTOR
      * CHANGES.  EVERY OPEN REQUEST IS CHECKED FOR A BREACH AS IT
      * IS READ, SO ONE TOO MANY FOR THE NOTICE TABLE IS STILL ON
      * THE BREACH REPORT.
       1000-READ-REQUESTS.

           PERFORM UNTIL REQUEST-AT-EOF
               READ REQUEST-STATUS-FILE
                   AT END
                       SET REQUEST-AT-EOF TO TRUE
               END-READ
               IF NOT REQUEST-AT-EOF
                   IF NOT REQUEST-STATUS-FILE-OK
                       DISPLAY 'FIZZNOTE - UNABLE TO READ '
                               'REQUEST-STATUS-FILE, STATUS = '
                               REQUEST-STATUS-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       GO TO 1000-READ-REQUESTS-EX
                   END-IF
                   ADD 1 TO REQUESTS-READ
                   IF RQS-REQUESTOR NOT EQUAL NOTICE-REQUESTOR
                       PERFORM 2000-PRINT-NOTICE
                           THRU 2000-PRINT-NOTICE-EX
                       MOVE RQS-REQUESTOR TO NOTICE-REQUESTOR
                       MOVE ZERO TO REQUESTOR-ENTRY-COUNT
                       MOVE ZERO TO REQUESTOR-OVERFLOW
                   END-IF
                   IF REQUESTOR-ENTRY-COUNT LESS THAN
                      MAXIMUM-REQUESTOR-ENTRIES
                       ADD 1 TO REQUESTOR-ENTRY-COUNT
                       MOVE REQUEST-STATUS-RECORD
                           TO REQUESTOR-ENTRY (REQUESTOR-ENTRY-COUNT)
                   ELSE
                       ADD 1 TO REQUESTOR-OVERFLOW
                   END-IF
                   PERFORM 1100-CHECK-BREACH THRU 1100-CHECK-BREACH-EX
               END-IF
           END-PERFORM
           PERFORM 2000-PRINT-NOTICE THRU 2000-PRINT-NOTICE-EX
           .

       1000-READ-REQUESTS-EX.
           EXIT.

      * A REQUEST STILL PENDING OR IN FLIGHT WHOSE DATE WANTED IS
      * BEFORE TODAY IS A BREACH.  IT GOES INTO THE TABLE IN DATE-
      * WANTED ORDER, BEHIND ANY EARLIER BREACH WITH THE SAME DATE.
       1100-CHECK-BREACH.

           IF RQS-STATUS NOT EQUAL 'P' AND RQS-STATUS NOT EQUAL 'I'
               GO TO 1100-CHECK-BREACH-EX
           END-IF
           IF RQS-DATE-WANTED NOT NUMERIC
              OR RQS-DATE-WANTED NOT LESS THAN TODAYS-DATE
               GO TO 1100-CHECK-BREACH-EX
           END-IF

           ADD 1 TO BREACHES-FOUND
           MOVE RQS-DATE-WANTED TO CONVERT-DATE
           PERFORM 7000-DATE-TO-SERIAL THRU 7000-DATE-TO-SERIAL-EX
           COMPUTE DAYS-LATE = TODAYS-SERIAL-DAY - SERIAL-DAY-NUMBER

           MOVE RQS-DATE-WANTED TO HOLD-DATE-WANTED
           MOVE DAYS-LATE TO HOLD-DAYS-LATE
           MOVE RQS-REQUESTOR TO HOLD-REQUESTOR
           MOVE RQS-PRODUCT-LINE TO HOLD-PRODUCT-LINE
           MOVE RQS-STARTING-NUMBER TO HOLD-STARTING-NUMBER
           MOVE RQS-ENDING-NUMBER TO HOLD-ENDING-NUMBER
           MOVE RQS-PRIORITY TO HOLD-PRIORITY
           MOVE RQS-STATUS TO HOLD-STATUS

           IF BREACH-COUNT EQUAL MAXIMUM-BREACHES
               ADD 1 TO BREACH-OVERFLOW
               IF HOLD-DATE-WANTED NOT LESS THAN
                  BRE-DATE-WANTED (BREACH-COUNT)
                   GO TO 1100-CHECK-BREACH-EX
               END-IF
           ELSE
               ADD 1 TO BREACH-COUNT
           END-IF

           MOVE BREACH-COUNT TO SCAN-INDEX
           PERFORM UNTIL SCAN-INDEX EQUAL 1
               OR BRE-DATE-WANTED (SCAN-INDEX - 1)
                  NOT GREATER THAN HOLD-DATE-WANTED
               MOVE BREACH-ENTRY (SCAN-INDEX - 1)
                   TO BREACH-ENTRY (SCAN-INDEX)
               SUBTRACT 1 FROM SCAN-INDEX
           END-PERFORM
           MOVE BREACH-HOLD-ENTRY TO BREACH-ENTRY (SCAN-INDEX)
           .

       1100-CHECK-BREACH-EX.
           EXIT.

      * ONE REQUESTOR'S NOTICE - COMPLETED, REJECTED, THEN STILL
      * OPEN.  NOTHING IN ANY SECTION MEANS NO NOTICE AT ALL.
       2000-PRINT-NOTICE.

           IF REQUESTOR-ENTRY-COUNT EQUAL ZERO
               GO TO 2000-PRINT-NOTICE-EX
           END-IF

           MOVE ZERO TO SECTION-COUNT
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
               UNTIL ENTRY-INDEX GREATER THAN REQUESTOR-ENTRY-COUNT
               MOVE REQUESTOR-ENTRY (ENTRY-INDEX)
                   TO REQUEST-STATUS-RECORD
               IF RQS-STATUS EQUAL 'P' OR RQS-STATUS EQUAL 'I'
                   ADD 1 TO SECTION-COUNT
               END-IF
               IF (RQS-STATUS EQUAL 'C' OR RQS-STATUS EQUAL 'S'
                   OR RQS-STATUS EQUAL 'R')
                  AND RQS-STATUS-DATE NOT LESS THAN FROM-DATE
                   ADD 1 TO SECTION-COUNT
               END-IF
           END-PERFORM
           IF SECTION-COUNT EQUAL ZERO
               GO TO 2000-PRINT-NOTICE-EX
           END-IF

           ADD 1 TO NOTICES-PRINTED
           MOVE ZERO TO PAGE-NUMBER
           PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX

           MOVE 'COMPLETED SINCE ' TO SHL-TITLE
           PERFORM 2010-PRINT-SECTION-HEADING
               THRU 2010-PRINT-SECTION-HEADING-EX
           MOVE ZERO TO SECTION-COUNT
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
               UNTIL ENTRY-INDEX GREATER THAN REQUESTOR-ENTRY-COUNT
               MOVE REQUESTOR-ENTRY (ENTRY-INDEX)
                   TO REQUEST-STATUS-RECORD
               IF (RQS-STATUS EQUAL 'C' OR RQS-STATUS EQUAL 'S')
                  AND RQS-STATUS-DATE NOT LESS THAN FROM-DATE
                   ADD 1 TO SECTION-COUNT
                   PERFORM 2100-PRINT-COMPLETED
                       THRU 2100-PRINT-COMPLETED-EX
               END-IF
           END-PERFORM
           PERFORM 2020-PRINT-IF-NONE THRU 2020-PRINT-IF-NONE-EX

           MOVE 'REJECTED SINCE ' TO SHL-TITLE
           PERFORM 2010-PRINT-SECTION-HEADING
               THRU 2010-PRINT-SECTION-HEADING-EX
           MOVE ZERO TO SECTION-COUNT
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
               UNTIL ENTRY-INDEX GREATER THAN REQUESTOR-ENTRY-COUNT
               MOVE REQUESTOR-ENTRY (ENTRY-INDEX)
                   TO REQUEST-STATUS-RECORD
               IF RQS-STATUS EQUAL 'R'
                  AND RQS-STATUS-DATE NOT LESS THAN FROM-DATE
                   ADD 1 TO SECTION-COUNT
                   PERFORM 2200-PRINT-REJECTED
                       THRU 2200-PRINT-REJECTED-EX
               END-IF
           END-PERFORM
           PERFORM 2020-PRINT-IF-NONE THRU 2020-PRINT-IF-NONE-EX

           MOVE 'PENDING AND IN FLIGHT' TO SHL-TITLE
           PERFORM 2010-PRINT-SECTION-HEADING
               THRU 2010-PRINT-SECTION-HEADING-EX
           MOVE ZERO TO SECTION-COUNT
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
               UNTIL ENTRY-INDEX GREATER THAN REQUESTOR-ENTRY-COUNT
               MOVE REQUESTOR-ENTRY (ENTRY-INDEX)
                   TO REQUEST-STATUS-RECORD
               IF RQS-STATUS EQUAL 'P' OR RQS-STATUS EQUAL 'I'
                   ADD 1 TO SECTION-COUNT
                   PERFORM 2300-PRINT-OPEN THRU 2300-PRINT-OPEN-EX
               END-IF
           END-PERFORM
           PERFORM 2020-PRINT-IF-NONE THRU 2020-PRINT-IF-NONE-EX

           IF REQUESTOR-OVERFLOW GREATER THAN ZERO
               MOVE SPACES TO NOTICE-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
               MOVE 'REQUESTS NOT LISTED' TO TTL-LABEL
               MOVE REQUESTOR-OVERFLOW TO TTL-VALUE
               MOVE TOTAL-LINE TO NOTICE-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
           END-IF
           .

       2000-PRINT-NOTICE-EX.
           EXIT.

       2010-PRINT-SECTION-HEADING.

           MOVE SPACES TO NOTICE-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           MOVE SPACES TO NOTICE-RECORD
           IF SHL-TITLE EQUAL 'PENDING AND IN FLIGHT'
               MOVE SHL-TITLE TO NOTICE-RECORD
           ELSE
               STRING SHL-TITLE DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      FROM-DATE DELIMITED BY SIZE
                      INTO NOTICE-RECORD
               END-STRING
           END-IF
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       2010-PRINT-SECTION-HEADING-EX.
           EXIT.

       2020-PRINT-IF-NONE.

           IF SECTION-COUNT EQUAL ZERO
               MOVE '  NONE' TO NOTICE-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
           END-IF
           .

       2020-PRINT-IF-NONE-EX.
           EXIT.

      * A COMPLETED REQUEST AND THE CLASS COUNTS OF EVERY COMPLETED
      * FIZZRST RANGE LYING INSIDE IT - THE REQUEST'S OWN RANGE, OR
      * THE PIECES IT RAN AS AFTER COALESCING AND THE EARLIER RANGES
      * THAT COVERED THE REST.  NUMBERS CLASSIFIED INSIDE A WIDER
      * EARLIER RANGE HAVE NO SEPARATE COUNTS AND ARE NOTED INSTEAD.
       2100-PRINT-COMPLETED.

           PERFORM 2400-SET-REQUEST-LINE THRU 2400-SET-REQUEST-LINE-EX
           IF RQS-STATUS EQUAL 'S'
               MOVE SPACES TO RDL-STATUS-TEXT
               STRING 'SATISFIED BY EARLIER WORK ' DELIMITED BY SIZE
                      RQS-STATUS-DATE DELIMITED BY SIZE
                      INTO RDL-STATUS-TEXT
               END-STRING
           ELSE
               MOVE SPACES TO RDL-STATUS-TEXT
               STRING 'COMPLETE ' DELIMITED BY SIZE
                      RQS-STATUS-DATE DELIMITED BY SIZE
                      INTO RDL-STATUS-TEXT
               END-STRING
           END-IF
           MOVE REQUEST-DETAIL-LINE TO NOTICE-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX

           MOVE ZERO TO RANGES-FOUND
           MOVE ZERO TO RANGES-COVERED
           SET RANGE-BROWSE-DONE TO FALSE
           MOVE RQS-PRODUCT-LINE TO RST-PRODUCT-LINE
           MOVE RQS-STARTING-NUMBER TO RST-STARTING-NUMBER
           MOVE ZERO TO RST-ENDING-NUMBER
           START RESTART-FILE KEY IS NOT LESS THAN RST-KEY
               INVALID KEY
                   SET RANGE-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL RANGE-BROWSE-DONE
               READ RESTART-FILE NEXT RECORD
                   AT END
                       SET RANGE-BROWSE-DONE TO TRUE
               END-READ
               IF NOT RANGE-BROWSE-DONE
                   IF RST-PRODUCT-LINE NOT EQUAL RQS-PRODUCT-LINE
                      OR RST-STARTING-NUMBER GREATER THAN
                         RQS-ENDING-NUMBER
                       SET RANGE-BROWSE-DONE TO TRUE
                   ELSE
                       IF RST-ENDING-NUMBER NOT GREATER THAN
                          RQS-ENDING-NUMBER
                          AND RST-RUN-COMPLETE
                           PERFORM 2110-PRINT-RANGE-COUNTS
                               THRU 2110-PRINT-RANGE-COUNTS-EX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE REQUEST-SPAN =
               RQS-ENDING-NUMBER - RQS-STARTING-NUMBER + 1
           IF RANGES-COVERED LESS THAN REQUEST-SPAN
               MOVE SPACES TO NDL-TEXT
               IF RANGES-FOUND EQUAL ZERO
                   STRING 'CLASSIFIED INSIDE WIDER EARLIER RANGES'
                              DELIMITED BY SIZE
                          ' - NO SEPARATE COUNTS' DELIMITED BY SIZE
                          INTO NDL-TEXT
                   END-STRING
               ELSE
                   COMPUTE RANGES-COVERED =
                       REQUEST-SPAN - RANGES-COVERED
                   MOVE RANGES-COVERED TO TTL-VALUE
                   STRING 'A FURTHER ' DELIMITED BY SIZE
                          TTL-VALUE DELIMITED BY SIZE
                          ' NUMBERS WERE CLASSIFIED INSIDE WIDER'
                              DELIMITED BY SIZE
                          ' EARLIER RANGES AND ARE NOT COUNTED ABOVE'
                              DELIMITED BY SIZE
                          INTO NDL-TEXT
                   END-STRING
               END-IF
               MOVE NOTE-DETAIL-LINE TO NOTICE-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
           END-IF
           .

       2100-PRINT-COMPLETED-EX.
           EXIT.

      * ONE RANGE'S COUNTS, UNDER THE WORDS OF THE RUN THAT FINISHED
      * IT.  A RANGE WHOSE HISTORY HAS AGED OUT OF THE TABLE SHOWS
      * ITS RULE COUNTS BY RULE NUMBER.
       2110-PRINT-RANGE-COUNTS.

           ADD 1 TO RANGES-FOUND
           COMPUTE RANGES-COVERED = RANGES-COVERED
               + RST-ENDING-NUMBER - RST-STARTING-NUMBER + 1

           MOVE RST-STARTING-NUMBER TO GDL-STARTING-NUMBER
           MOVE RST-ENDING-NUMBER TO GDL-ENDING-NUMBER
           MOVE RST-CONTROL-SOURCE TO GDL-CONTROL-SOURCE
           MOVE RST-COMPLETE-DATE TO GDL-COMPLETE-DATE
           MOVE RANGE-DETAIL-LINE TO NOTICE-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX

           PERFORM 2120-FIND-CLASS-WORDS THRU 2120-FIND-CLASS-WORDS-EX

           MOVE SPACES TO COUNT-DETAIL-LINE
           MOVE ZERO TO SLOT-INDEX
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF CLASS-WORD (RULE-INDEX) NOT EQUAL SPACES
                  OR RST-RULE-ONLY-COUNT (RULE-INDEX) GREATER THAN ZERO
                   ADD 1 TO SLOT-INDEX
                   MOVE CLASS-WORD (RULE-INDEX)
                       TO CDL-LABEL (SLOT-INDEX)
                   MOVE RST-RULE-ONLY-COUNT (RULE-INDEX)
                       TO CDL-COUNT (SLOT-INDEX)
               END-IF
           END-PERFORM
           IF SLOT-INDEX GREATER THAN ZERO
               MOVE COUNT-DETAIL-LINE TO NOTICE-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
           END-IF

           MOVE SPACES TO COUNT-DETAIL-LINE
           MOVE 'COMBINED' TO CDL-LABEL (1)
           MOVE RST-COMBINED-COUNT TO CDL-COUNT (1)
           MOVE 'FIXED' TO CDL-LABEL (2)
           IF RST-FIXED-COUNT NUMERIC
               MOVE RST-FIXED-COUNT TO CDL-COUNT (2)
           ELSE
               MOVE ZERO TO CDL-COUNT (2)
           END-IF
           MOVE 'PLAIN' TO CDL-LABEL (3)
           MOVE RST-PLAIN-COUNT TO CDL-COUNT (3)
           MOVE 'EXCLUDED' TO CDL-LABEL (4)
           MOVE RST-SKIPPED-COUNT TO CDL-COUNT (4)
           MOVE COUNT-DETAIL-LINE TO NOTICE-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       2110-PRINT-RANGE-COUNTS-EX.
           EXIT.

       2120-FIND-CLASS-WORDS.

           SET WORDS-FOUND TO FALSE
           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX GREATER THAN HISTORY-WORD-COUNT
               OR WORDS-FOUND
               IF HWT-RUN-ID (HISTORY-INDEX) EQUAL RST-LAST-RUN-ID
                  AND HWT-PRODUCT-LINE (HISTORY-INDEX)
                      EQUAL RST-PRODUCT-LINE
                   SET WORDS-FOUND TO TRUE
                   PERFORM VARYING RULE-INDEX FROM 1 BY 1
                       UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
                       MOVE HWT-WORD (HISTORY-INDEX, RULE-INDEX)
                           TO CLASS-WORD (RULE-INDEX)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WORDS-FOUND
               GO TO 2120-FIND-CLASS-WORDS-EX
           END-IF

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE SPACES TO CLASS-WORD (RULE-INDEX)
               IF RST-RULE-ONLY-COUNT (RULE-INDEX) GREATER THAN ZERO
                   MOVE RULE-INDEX TO RULE-NUMBER
                   STRING 'RULE ' DELIMITED BY SIZE
                          RULE-NUMBER DELIMITED BY SIZE
                          INTO CLASS-WORD (RULE-INDEX)
                   END-STRING
               END-IF
           END-PERFORM
           .

       2120-FIND-CLASS-WORDS-EX.
           EXIT.

      * A REJECTED REQUEST AND THE REASON IN WORDS - THE REASON
      * CODES ARE THOSE FIZZBUZZ.CBL WRITES TO FIZZREJ.
       2200-PRINT-REJECTED.

           PERFORM 2400-SET-REQUEST-LINE THRU 2400-SET-REQUEST-LINE-EX
           MOVE SPACES TO RDL-STATUS-TEXT
           STRING 'REJECTED ' DELIMITED BY SIZE
                  RQS-STATUS-DATE DELIMITED BY SIZE
                  ' CODE ' DELIMITED BY SIZE
                  RQS-REASON-CODE DELIMITED BY SIZE
                  INTO RDL-STATUS-TEXT
           END-STRING
           MOVE REQUEST-DETAIL-LINE TO NOTICE-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX

           MOVE SPACES TO NDL-TEXT
           IF RQS-REASON-CODE EQUAL 'NNUM'
               STRING 'A START, END, PRIORITY OR DATE WANTED'
                          DELIMITED BY SIZE
                      ' WAS NOT NUMERIC' DELIMITED BY SIZE
                      INTO NDL-TEXT
               END-STRING
           END-IF
           IF RQS-REASON-CODE EQUAL 'NOID'
               MOVE 'NO REQUESTOR ID WAS GIVEN' TO NDL-TEXT
           END-IF
           IF RQS-REASON-CODE EQUAL 'ZERO'
               MOVE 'THE START NUMBER WAS ZERO' TO NDL-TEXT
           END-IF
           IF RQS-REASON-CODE EQUAL 'SEQ '
               MOVE 'THE START NUMBER WAS PAST THE END NUMBER'
                   TO NDL-TEXT
           END-IF
           IF RQS-REASON-CODE EQUAL 'MAX '
               MOVE 'THE END NUMBER WAS PAST THE HIGHEST NUMBER ALLOWED'
                   TO NDL-TEXT
           END-IF
           IF RQS-REASON-CODE EQUAL 'FULL'
               MOVE 'THE NIGHT''S WORKLIST WAS FULL - ADD IT AGAIN'
                   TO NDL-TEXT
           END-IF
           IF RQS-REASON-CODE EQUAL 'LINE'
               MOVE 'TOO MANY PRODUCT LINES IN ONE NIGHT - ADD IT AGAIN'
                   TO NDL-TEXT
           END-IF
           IF NDL-TEXT EQUAL SPACES
               STRING 'REASON CODE ' DELIMITED BY SIZE
                      RQS-REASON-CODE DELIMITED BY SIZE
                      INTO NDL-TEXT
               END-STRING
           END-IF
           MOVE NOTE-DETAIL-LINE TO NOTICE-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       2200-PRINT-REJECTED-EX.
           EXIT.

      * A REQUEST STILL TO RUN.  AN IN-FLIGHT REQUEST RUN WHOLE
      * SHOWS ITS FIZZRST CHECKPOINT; ONE RUNNING AS COALESCED
      * PIECES HAS NO RANGE OF ITS OWN TO SHOW.
       2300-PRINT-OPEN.

           PERFORM 2400-SET-REQUEST-LINE THRU 2400-SET-REQUEST-LINE-EX
           MOVE SPACES TO RDL-STATUS-TEXT
           IF RQS-STATUS EQUAL 'P'
               MOVE 'PENDING' TO RDL-STATUS-TEXT
           ELSE
               MOVE RQS-PRODUCT-LINE TO RST-PRODUCT-LINE
               MOVE RQS-STARTING-NUMBER TO RST-STARTING-NUMBER
               MOVE RQS-ENDING-NUMBER TO RST-ENDING-NUMBER
               READ RESTART-FILE
                   INVALID KEY
                       MOVE 'IN FLIGHT' TO RDL-STATUS-TEXT
                   NOT INVALID KEY
                       STRING 'IN FLIGHT, REACHED ' DELIMITED BY SIZE
                              RST-CURRENT-NUMBER DELIMITED BY SIZE
                              INTO RDL-STATUS-TEXT
                       END-STRING
               END-READ
           END-IF

           IF RQS-DATE-WANTED NUMERIC
              AND RQS-DATE-WANTED LESS THAN TODAYS-DATE
               MOVE RQS-DATE-WANTED TO CONVERT-DATE
               PERFORM 7000-DATE-TO-SERIAL THRU 7000-DATE-TO-SERIAL-EX
               COMPUTE DAYS-LATE =
                   TODAYS-SERIAL-DAY - SERIAL-DAY-NUMBER
               MOVE DAYS-LATE TO RDL-DAYS-LATE
               MOVE ' DAYS LATE' TO RDL-LATE-LABEL
           END-IF
           MOVE REQUEST-DETAIL-LINE TO NOTICE-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       2300-PRINT-OPEN-EX.
           EXIT.

       2400-SET-REQUEST-LINE.

           MOVE RQS-PRODUCT-LINE TO RDL-PRODUCT-LINE
           MOVE RQS-STARTING-NUMBER TO RDL-STARTING-NUMBER
           MOVE RQS-ENDING-NUMBER TO RDL-ENDING-NUMBER
           MOVE RQS-PRIORITY TO RDL-PRIORITY
           MOVE RQS-DATE-WANTED TO RDL-DATE-WANTED
           MOVE SPACES TO RDL-STATUS-TEXT
           MOVE ZERO TO RDL-DAYS-LATE
           MOVE SPACES TO RDL-LATE-LABEL
           .

       2400-SET-REQUEST-LINE-EX.
           EXIT.

      * THE BREACH REPORT - OLDEST DATE WANTED FIRST.  A MORNING
      * WITH NO BREACHES STILL PRINTS, SAYING SO.
       3000-PRINT-BREACHES.

           PERFORM 8750-START-BREACH-PAGE
               THRU 8750-START-BREACH-PAGE-EX
           IF BREACH-COUNT EQUAL ZERO
               MOVE '  NO REQUEST IS PAST ITS DATE WANTED'
                   TO BREACH-RECORD
               PERFORM 8850-WRITE-BREACH-LINE
                   THRU 8850-WRITE-BREACH-LINE-EX
               GO TO 3000-PRINT-BREACHES-EX
           END-IF

           PERFORM VARYING BREACH-INDEX FROM 1 BY 1
               UNTIL BREACH-INDEX GREATER THAN BREACH-COUNT
               MOVE BRE-DAYS-LATE (BREACH-INDEX) TO BDL-DAYS-LATE
               MOVE BRE-DATE-WANTED (BREACH-INDEX) TO BDL-DATE-WANTED
               MOVE BRE-REQUESTOR (BREACH-INDEX) TO BDL-REQUESTOR
               MOVE BRE-PRODUCT-LINE (BREACH-INDEX)
                   TO BDL-PRODUCT-LINE
               MOVE BRE-STARTING-NUMBER (BREACH-INDEX)
                   TO BDL-STARTING-NUMBER
               MOVE BRE-ENDING-NUMBER (BREACH-INDEX)
                   TO BDL-ENDING-NUMBER
               MOVE BRE-PRIORITY (BREACH-INDEX) TO BDL-PRIORITY
               IF BRE-STATUS (BREACH-INDEX) EQUAL 'I'
                   MOVE 'IN FLIGHT' TO BDL-STATUS-TEXT
               ELSE
                   MOVE 'PENDING' TO BDL-STATUS-TEXT
               END-IF
               MOVE BREACH-DETAIL-LINE TO BREACH-RECORD
               PERFORM 8850-WRITE-BREACH-LINE
                   THRU 8850-WRITE-BREACH-LINE-EX
           END-PERFORM

           MOVE SPACES TO BREACH-RECORD
           PERFORM 8850-WRITE-BREACH-LINE
               THRU 8850-WRITE-BREACH-LINE-EX
           MOVE 'REQUESTS PAST DATE WANTED' TO TTL-LABEL
           MOVE BREACHES-FOUND TO TTL-VALUE
           MOVE TOTAL-LINE TO BREACH-RECORD
           PERFORM 8850-WRITE-BREACH-LINE
               THRU 8850-WRITE-BREACH-LINE-EX
           IF BREACH-OVERFLOW GREATER THAN ZERO
               MOVE 'NEWEST BREACHES NOT LISTED' TO TTL-LABEL
               MOVE BREACH-OVERFLOW TO TTL-VALUE
               MOVE TOTAL-LINE TO BREACH-RECORD
               PERFORM 8850-WRITE-BREACH-LINE
                   THRU 8850-WRITE-BREACH-LINE-EX
           END-IF
           .

       3000-PRINT-BREACHES-EX.
           EXIT.

      * TURN A YYYYMMDD DATE INTO A SERIAL DAY NUMBER SO TWO DATES
      * CAN BE SUBTRACTED - THE SAME CALENDAR ARITHMETIC AS FIZZHKP.
       7000-DATE-TO-SERIAL.

           IF CONVERT-MONTH GREATER THAN 2
               MOVE CONVERT-YEAR TO ADJUSTED-YEAR
               COMPUTE ADJUSTED-MONTH = CONVERT-MONTH + 1
           ELSE
               COMPUTE ADJUSTED-YEAR = CONVERT-YEAR - 1
               COMPUTE ADJUSTED-MONTH = CONVERT-MONTH + 13
           END-IF

           DIVIDE ADJUSTED-YEAR BY 4 GIVING LEAP-QUOTIENT-4
           DIVIDE ADJUSTED-YEAR BY 100 GIVING LEAP-QUOTIENT-100
           DIVIDE ADJUSTED-YEAR BY 400 GIVING LEAP-QUOTIENT-400
           COMPUTE MONTH-DAY-PRODUCT = 306 * ADJUSTED-MONTH
           DIVIDE MONTH-DAY-PRODUCT BY 10 GIVING MONTH-DAY-QUOTIENT

           COMPUTE SERIAL-DAY-NUMBER =
               (365 * ADJUSTED-YEAR) + LEAP-QUOTIENT-4
               - LEAP-QUOTIENT-100 + LEAP-QUOTIENT-400
               + MONTH-DAY-QUOTIENT + CONVERT-DAY
           .

       7000-DATE-TO-SERIAL-EX.
           EXIT.

       8300-DISPLAY-SUMMARY.

           DISPLAY 'FIZZNOTE - NOTICE SUMMARY'
           DISPLAY '  FROM DATE         = ' FROM-DATE
           DISPLAY '  REQUESTS READ     = ' REQUESTS-READ
           DISPLAY '  NOTICES PRINTED   = ' NOTICES-PRINTED
           DISPLAY '  BREACHES          = ' BREACHES-FOUND
           .

       8300-DISPLAY-SUMMARY-EX.
           EXIT.

      * EACH NOTICE STARTS ON A NEW PAGE WITH ITS OWN PAGE NUMBERS,
      * SO THE NOTICES CAN BE SEPARATED FOR DISTRIBUTION.
       8700-START-NEW-PAGE.

           ADD 1 TO PAGE-NUMBER
           MOVE NOTICE-REQUESTOR TO NHL-REQUESTOR
           MOVE TODAYS-DATE TO NHL-AS-OF-DATE
           MOVE PAGE-NUMBER TO NHL-PAGE-NUMBER
           MOVE NOTICE-HEADING-LINE TO NOTICE-RECORD
           IF NOTICES-PRINTED EQUAL 1 AND PAGE-NUMBER EQUAL 1
               WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE
           ELSE
               WRITE NOTICE-RECORD AFTER ADVANCING PAGE
           END-IF
           IF NOT NOTICE-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO WRITE NOTICE-FILE, '
                       'STATUS = ' NOTICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE 1 TO LINE-COUNT
           .

       8700-START-NEW-PAGE-EX.
           EXIT.

       8750-START-BREACH-PAGE.

           ADD 1 TO BREACH-PAGE-NUMBER
           MOVE TODAYS-DATE TO BHL-AS-OF-DATE
           MOVE BREACH-PAGE-NUMBER TO BHL-PAGE-NUMBER
           MOVE BREACH-HEADING-LINE TO BREACH-RECORD
           IF BREACH-PAGE-NUMBER EQUAL 1
               WRITE BREACH-RECORD AFTER ADVANCING 1 LINE
           ELSE
               WRITE BREACH-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO BREACH-RECORD
           WRITE BREACH-RECORD AFTER ADVANCING 1 LINE
           MOVE BREACH-COLUMN-LINE TO BREACH-RECORD
           WRITE BREACH-RECORD AFTER ADVANCING 1 LINE
           IF NOT BREACH-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO WRITE BREACH-FILE, '
                       'STATUS = ' BREACH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE 3 TO BREACH-LINE-COUNT
           .

       8750-START-BREACH-PAGE-EX.
           EXIT.

       8800-WRITE-REPORT-LINE.

           IF LINE-COUNT GREATER THAN OR EQUAL LINES-PER-PAGE
               PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX
           END-IF

           WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE
           IF NOT NOTICE-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO WRITE NOTICE-FILE, '
                       'STATUS = ' NOTICE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO LINE-COUNT
           .

       8800-WRITE-REPORT-LINE-EX.
           EXIT.

       8850-WRITE-BREACH-LINE.

           IF BREACH-LINE-COUNT GREATER THAN OR EQUAL LINES-PER-PAGE
               PERFORM 8750-START-BREACH-PAGE
                   THRU 8750-START-BREACH-PAGE-EX
           END-IF

           WRITE BREACH-RECORD AFTER ADVANCING 1 LINE
           IF NOT BREACH-FILE-OK
               DISPLAY 'FIZZNOTE - UNABLE TO WRITE BREACH-FILE, '
                       'STATUS = ' BREACH-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO BREACH-LINE-COUNT
           .

       8850-WRITE-BREACH-LINE-EX.
           EXIT.

       9000-CLOSE-FILES.

           IF REQUEST-FILE-OPEN
               CLOSE REQUEST-STATUS-FILE
               SET REQUEST-FILE-OPEN TO FALSE
           END-IF
           IF RESTART-FILE-OPEN
               CLOSE RESTART-FILE
               SET RESTART-FILE-OPEN TO FALSE
           END-IF
           IF NOTICE-FILE-OPEN
               CLOSE NOTICE-FILE
               SET NOTICE-FILE-OPEN TO FALSE
           END-IF
           IF BREACH-FILE-OPEN
               CLOSE BREACH-FILE
               SET BREACH-FILE-OPEN TO FALSE
           END-IF
           .

       9000-CLOSE-FILES-EX.
           EXIT.

       9999-END.
           .
