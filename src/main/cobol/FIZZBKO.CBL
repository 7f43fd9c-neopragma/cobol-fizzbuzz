      *            DIFFERENT WORK FROM FIZZHKP, WHICH ONLY PURGES BY
      *            AGE AND KEEP-WINDOW.
      *
      * USAGE:     FIZZBKO START END USERID REASON [LINE]
      *              START   THE RANGE'S STARTING NUMBER (MUST MATCH
      *                      THE FIZZRST KEY EXACTLY)
      *              END     THE RANGE'S ENDING NUMBER
      *              USERID  WHO AUTHORIZED THE BACKOUT (1-8 CHARS)
      *              REASON  WHY, ONE TOKEN OF 1-20 CHARACTERS
      *                      (HYPHENS, E.G. WRONG-CTL-CARD)
      *              LINE    THE PRODUCT LINE THE RANGE RAN UNDER
      *                      (1-4 CHARACTERS, DEFAULT BASE).  THE
      *                      SAME NUMBERS ON ANOTHER LINE ARE THAT
      *                      LINE'S OWN RANGE AND ARE NOT TOUCHED.
      *
      * RETURN CODES:
      *            00  RANGE BACKED OUT, BEFORE-IMAGES WRITTEN
      *                     ONE THAT RAN.  ONLY A BAD-ARGUMENT RUN
      *                     (RC 16) WRITES NO RECORD - THERE IS NO
      *                     VALID RANGE TO KEY IT TO.
      *   15 OCT 2026  RJP  CARRY THE LINEAGE FIELDS FIZZBUZZ.CBL NOW
      *                     STAMPS - FIZZKEY GROWS 59 TO 92 AND FIZZRST
      *                     108 TO 150, SO THE FIZZBKK AND FIZZBKR
      *                     BEFORE-IMAGES GROW WITH THEM (SEE FIZZKJOB).
      *                     A BEFORE-IMAGE REPROED BACK IN KEEPS THE
      *                     ORIGINAL RUN'S LINEAGE.
      *   15 OCT 2026  RJP  THE PRODUCT LINE NOW LEADS THE FIZZRST AND
      *                     FIZZKEY KEYS, SO THE BEFORE-IMAGES GROW TO
      *                     154 AND 96 BYTES.  AN OPTIONAL FIFTH
      *                     ARGUMENT NAMES THE LINE (DEFAULT BASE); THE
      *                     OVERLAP CHECK AND THE KEY WALK STAY WITHIN
      *                     IT, AND THE BKOUT AUDIT RECORD CARRIES IT.
      *   15 OCT 2026  RJP  CARRY THE FIXED-VALUE COUNT - THE FIZZBKR
      *                     BEFORE-IMAGE GROWS TO 163 BYTES AND THE
      *                     BKOUT AUDIT RECORD (272) REPORTS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZBKO.
           SELECT KEYED-OUTPUT-FILE ASSIGN TO FIZZKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEYED-OUTPUT-FILE-STATUS.

           SELECT RESTART-IMAGE-FILE ASSIGN TO FIZZBKR
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

      * BEFORE-IMAGE OF THE REMOVED RESTART RECORD, AS IT STOOD -
      * REPRO IT BACK INTO FIZZRST TO UNDO THE BACKOUT.
       FD  RESTART-IMAGE-FILE
           RECORDING MODE IS F.
       01  RESTART-IMAGE-RECORD   PIC X(163).

      * BEFORE-IMAGES OF THE REMOVED KEYED RECORDS, IN KEY ORDER -
      * REPRO THEM BACK INTO FIZZKEY TO UNDO THE BACKOUT.
       FD  KEYED-IMAGE-FILE
           RECORDING MODE IS F.
       01  KEYED-IMAGE-RECORD     PIC X(96).

      * RUN-HISTORY-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL.
           05  HIST-OPERATOR       PIC X(08).
           05  HIST-COMMENT        PIC X(20).
           05  HIST-PROCESSED-COUNT PIC 9(09).
           05  HIST-PRODUCT-LINE   PIC X(04).
           05  HIST-FIXED-COUNT    PIC 9(09).

       WORKING-STORAGE SECTION.
      * THE LEN FIELDS MUST BE WIDE ENOUGH TO HOLD A TOKEN'S FULL
           05  ARG-TOKEN-3-LEN    PIC 9(02).
           05  ARG-TOKEN-4        PIC X(20).
           05  ARG-TOKEN-4-LEN    PIC 9(02).
           05  ARG-TOKEN-5        PIC X(09).
           05  ARG-TOKEN-5-LEN    PIC 9(02).
           05  ARG-TOKEN-6        PIC X(09).
           05  ARG-TOKEN-6-LEN    PIC 9(02).

       01  BACKOUT-CONTROLS.
           05  STARTING-NUMBER    PIC 9(9) VALUE ZERO.
           05  ENDING-NUMBER      PIC 9(9) VALUE ZERO.
           05  BACKOUT-USERID     PIC X(8) VALUE SPACES.
           05  BACKOUT-REASON     PIC X(20) VALUE SPACES.
           05  PRODUCT-LINE       PIC X(04) VALUE 'BASE'.
           05  RUN-DATE-STAMP     PIC 9(8) VALUE ZERO.
           05  RUN-TIME-STAMP     PIC 9(8) VALUE ZERO.


      * THE REMOVED RESTART RECORD'S COUNTS, HELD FOR THE AUDIT
      * RECORD AFTER THE RECORD ITSELF IS GONE.
       01  SAVED-RESTART-RECORD   PIC X(163).
       01  FILLER REDEFINES SAVED-RESTART-RECORD.
           05  FILLER              PIC X(32).
           05  SAVED-RULE-ONLY-COUNT PIC 9(9) OCCURS 5.
           05  SAVED-COMBINED-COUNT PIC 9(9).
           05  SAVED-PLAIN-COUNT   PIC 9(9).
           05  SAVED-SKIPPED-COUNT PIC 9(9).
           05  FILLER              PIC X(50).
           05  SAVED-FIXED-COUNT   PIC 9(9).

       01  BINARY.
           05  RULE-INDEX         PIC S9(9).
                    ARG-TOKEN-2 COUNT IN ARG-TOKEN-2-LEN
                    ARG-TOKEN-3 COUNT IN ARG-TOKEN-3-LEN
                    ARG-TOKEN-4 COUNT IN ARG-TOKEN-4-LEN
                    ARG-TOKEN-5 COUNT IN ARG-TOKEN-5-LEN
                    ARG-TOKEN-6 COUNT IN ARG-TOKEN-6-LEN
           END-UNSTRING

           IF ARG-TOKEN-1-LEN EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           IF ARG-TOKEN-6-LEN NOT EQUAL ZERO
               DISPLAY 'FIZZBKO - TOO MANY ARGUMENTS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           IF ARG-TOKEN-5-LEN GREATER THAN 4
               DISPLAY 'FIZZBKO - PRODUCT LINE MAY NOT EXCEED FOUR '
                       'CHARACTERS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-5-LEN NOT EQUAL ZERO
               MOVE ARG-TOKEN-5 (1:ARG-TOKEN-5-LEN) TO PRODUCT-LINE
           END-IF

           IF ARG-TOKEN-1 (1:ARG-TOKEN-1-LEN) NOT NUMERIC
              OR ARG-TOKEN-2 (1:ARG-TOKEN-2-LEN) NOT NUMERIC
               DISPLAY 'FIZZBKO - START AND END MUST BE NUMERIC'
      * SHARE NO KEYS WITH ANY OTHER RANGE ON FILE.  AN IN-FLIGHT
      * RANGE BELONGS TO A RUNNING (OR RESUMABLE) JOB, AND AN
      * OVERLAPPED RANGE'S KEYS CANNOT BE TOLD APART - DELETING
      * THEM WOULD BREAK THE OTHER RANGE'S VERIFICATION.  ONLY A
      * RANGE ON THE SAME PRODUCT LINE CAN SHARE KEYS - THE LINE
      * LEADS EVERY FIZZKEY KEY.
       1000-VALIDATE-RANGE.

           OPEN I-O RESTART-FILE
               GO TO 1000-VALIDATE-RANGE-EX
           END-IF

           MOVE PRODUCT-LINE TO RST-PRODUCT-LINE
           MOVE STARTING-NUMBER TO RST-STARTING-NUMBER
           MOVE ENDING-NUMBER TO RST-ENDING-NUMBER
           READ RESTART-FILE
               INVALID KEY
                   DISPLAY 'FIZZBKO - NO FIZZRST RECORD FOR LINE '
                           PRODUCT-LINE ' RANGE '
                           STARTING-NUMBER ' THRU ' ENDING-NUMBER
                   SET BACKOUT-REFUSED TO TRUE
                   GO TO 1000-VALIDATE-RANGE-EX

           MOVE RESTART-RECORD TO SAVED-RESTART-RECORD

      * SCAN THE LINE'S RANGES FOR ANY OTHER RANGE SHARING KEYS.
           MOVE PRODUCT-LINE TO RST-PRODUCT-LINE
           MOVE ZERO TO RST-STARTING-NUMBER
           MOVE ZERO TO RST-ENDING-NUMBER
           START RESTART-FILE KEY NOT LESS THAN RST-KEY
                   AT END
                       SET RESTART-AT-EOF TO TRUE
               END-READ
               IF NOT RESTART-AT-EOF
                  AND RST-PRODUCT-LINE NOT EQUAL PRODUCT-LINE
                   SET RESTART-AT-EOF TO TRUE
               END-IF
               IF NOT RESTART-AT-EOF
                   IF (RST-STARTING-NUMBER NOT EQUAL STARTING-NUMBER
                       OR RST-ENDING-NUMBER NOT EQUAL ENDING-NUMBER)
               GO TO 3000-REMOVE-KEYED-RECORDS-EX
           END-IF

           MOVE PRODUCT-LINE TO KEY-PRODUCT-LINE
           MOVE STARTING-NUMBER TO KEY-CURRENT-NUMBER
           START KEYED-OUTPUT-FILE KEY NOT LESS THAN
                   KEY-RECORD-KEY
               INVALID KEY
                   SET KEYED-AT-EOF TO TRUE
           END-START
                       SET KEYED-AT-EOF TO TRUE
               END-READ
               IF NOT KEYED-AT-EOF
                   IF KEY-PRODUCT-LINE NOT EQUAL PRODUCT-LINE
                      OR KEY-CURRENT-NUMBER GREATER THAN ENDING-NUMBER
                       SET KEYED-AT-EOF TO TRUE
                   ELSE
                       PERFORM 3100-REMOVE-ONE-KEY
           DELETE KEYED-OUTPUT-FILE
               INVALID KEY
                   DISPLAY 'FIZZBKO - UNABLE TO DELETE KEY '
                           KEY-PRODUCT-LINE ' ' KEY-CURRENT-NUMBER
                           ', STATUS = '
                           KEYED-OUTPUT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET KEYED-AT-EOF TO TRUE

       4000-REMOVE-RESTART-RECORD.

           MOVE PRODUCT-LINE TO RST-PRODUCT-LINE
           MOVE STARTING-NUMBER TO RST-STARTING-NUMBER
           MOVE ENDING-NUMBER TO RST-ENDING-NUMBER
           READ RESTART-FILE
           MOVE SAVED-COMBINED-COUNT TO HIST-COMBINED-COUNT
           MOVE SAVED-PLAIN-COUNT TO HIST-PLAIN-COUNT
           MOVE SAVED-SKIPPED-COUNT TO HIST-SKIPPED-COUNT
           MOVE ZERO TO HIST-FIXED-COUNT
           IF SAVED-FIXED-COUNT NUMERIC
               MOVE SAVED-FIXED-COUNT TO HIST-FIXED-COUNT
           END-IF
           MOVE ZERO TO HIST-PROCESSED-COUNT
           MOVE RETURN-CODE TO HIST-RETURN-CODE
           ACCEPT HIST-END-TIME FROM TIME END-ACCEPT
           MOVE BACKOUT-USERID TO HIST-OPERATOR
           MOVE BACKOUT-REASON TO HIST-COMMENT
           MOVE PRODUCT-LINE TO HIST-PRODUCT-LINE

           WRITE RUN-HISTORY-RECORD
           IF NOT RUN-HISTORY-FILE-OK
       8300-DISPLAY-SUMMARY.

           DISPLAY 'FIZZBKO - BACKOUT SUMMARY'
           DISPLAY '  PRODUCT LINE   = ' PRODUCT-LINE
           DISPLAY '  RANGE          = ' STARTING-NUMBER ' THRU '
                   ENDING-NUMBER
           DISPLAY '  AUTHORIZED BY  = ' BACKOUT-USERID
