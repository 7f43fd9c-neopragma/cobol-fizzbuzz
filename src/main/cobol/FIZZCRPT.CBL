      ******************************************************************
      * AUTHOR:    RJP
      * DATE:      15 OCT 2026
      * PURPOSE:   NIGHTLY COALESCING REPORT.  BEFORE A WORKLIST RUNS,
      *            FIZZBUZZ TRIMS FROM EACH REQUEST THE NUMBERS A
      *            COMPLETED FIZZRST RANGE OR AN EARLIER REQUEST THE
      *            SAME NIGHT ALREADY COVERS, RUNS ONLY WHAT IS LEFT,
      *            AND LOGS EVERY TRIM TO FIZZCOAL.  THIS PROGRAM, IN
      *            THE STYLE OF FIZZRPT, PRINTS ONE RUN DATE'S LOG:
      *              - PER RUN, EACH TRIMMED REQUEST WITH ITS PRIORITY,
      *                THE STATUS IT WENT TO ('S' SATISFIED BY EXISTING
      *                WORK, 'C' COMPLETE, 'I' STILL IN FLIGHT), HOW
      *                MANY OF ITS NUMBERS WERE TRIMMED AND HOW MANY
      *                RAN AS NEW WORK;
      *              - UNDER EACH REQUEST, EVERY TRIMMED SPAN AND WHY -
      *                THE COMPLETED RANGE (WITH THE CONTROL SOURCE IT
      *                WAS CLASSIFIED UNDER AND THE DATE IT COMPLETED)
      *                OR THE EARLIER REQUEST THAT COVERED IT;
      *              - TOTALS FOR THE DATE.
      *            A NIGHT WITH NOTHING TRIMMED STILL PRINTS, SAYING
      *            SO, SO THE OPERATOR CAN TELL "NOTHING TRIMMED" FROM
      *            "REPORT NEVER RAN".
      *
      * USAGE:     FIZZCRPT [RUNDATE]
      *              RUNDATE    THE FIZZBUZZ RUN DATE TO REPORT,
      *                         YYYYMMDD (DEFAULT TODAY)
      *
      * RETURN CODES:
      *            00  REPORT PRINTED
      *            12  A FILE COULD NOT BE OPENED
      *            16  BAD ARGUMENTS
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJP  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COALESCE-LOG-FILE ASSIGN TO FIZZCOAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COALESCE-LOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO FIZZCRPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * COALESCE-LOG-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL.
       FD  COALESCE-LOG-FILE
           RECORDING MODE IS F.
       01  COALESCE-LOG-RECORD.
           05  COAL-RECORD-TYPE    PIC X(01).
               88  COAL-REQUEST-RECORD VALUE 'R'.
               88  COAL-TRIM-RECORD VALUE 'T'.
           05  COAL-RUN-ID         PIC X(17).
           05  COAL-RUN-DATE       PIC 9(08).
           05  COAL-REQUESTOR      PIC X(08).
           05  COAL-PRODUCT-LINE   PIC X(04).
           05  COAL-STARTING-NUMBER PIC 9(09).
           05  COAL-ENDING-NUMBER  PIC 9(09).
           05  COAL-PRIORITY       PIC 9(02).
           05  COAL-REQUEST-STATUS PIC X(01).
           05  COAL-TRIMMED-COUNT  PIC 9(09).
           05  COAL-NEW-COUNT      PIC 9(09).
           05  COAL-PIECE-COUNT    PIC 9(04).
           05  COAL-TRIM-FROM      PIC 9(09).
           05  COAL-TRIM-TO        PIC 9(09).
           05  COAL-COVER-SOURCE   PIC X(01).
               88  COAL-COVERED-BY-RANGE VALUE 'R'.
               88  COAL-COVERED-BY-REQUEST VALUE 'Q'.
           05  COAL-COVER-REQUESTOR PIC X(08).
           05  COAL-COVER-STARTING-NUMBER PIC 9(09).
           05  COAL-COVER-ENDING-NUMBER PIC 9(09).
           05  COAL-COVER-CONTROL-SOURCE PIC X(08).
           05  COAL-COVER-DATE     PIC 9(08).
           05  FILLER              PIC X(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
       01  ARG-TOKENS.
           05  ARG-TOKEN-1        PIC X(09).
           05  ARG-TOKEN-1-LEN    PIC 9(02).
           05  ARG-TOKEN-2        PIC X(09).
           05  ARG-TOKEN-2-LEN    PIC 9(02).

       01  FILLER.
           05  FILLER             PIC X VALUE 'N'.
               88  LOG-AT-EOF VALUE 'Y', FALSE 'N'.

       01  PAGE-CONTROLS.
           05  LINES-PER-PAGE     PIC 9(4) VALUE 55.
           05  LINE-COUNT         PIC 9(4) VALUE ZERO.
           05  PAGE-NUMBER        PIC 9(4) VALUE ZERO.

       01  REPORT-WORK-FIELDS.
           05  REPORT-RUN-DATE    PIC 9(8) VALUE ZERO.
           05  LAST-RUN-ID        PIC X(17) VALUE SPACES.
           05  RUN-COUNT          PIC 9(6) VALUE ZERO.
           05  REQUESTS-TRIMMED   PIC 9(6) VALUE ZERO.
           05  REQUESTS-SATISFIED PIC 9(6) VALUE ZERO.
           05  SPANS-TRIMMED      PIC 9(6) VALUE ZERO.
           05  NUMBERS-TRIMMED    PIC 9(12) VALUE ZERO.
           05  NUMBERS-RUN-NEW    PIC 9(12) VALUE ZERO.
           05  UNREADABLE-RECORDS PIC 9(6) VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER             PIC X(30)
               VALUE 'FIZZBUZZ COALESCING REPORT    '.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  HDG-RUN-DATE       PIC 9(08).
           05  FILLER             PIC X(76) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER    PIC ZZZ9.

       01  RUN-HEADING-LINE.
           05  FILLER             PIC X(04) VALUE 'RUN '.
           05  RHL-RUN-ID         PIC X(17).

       01  REQUEST-DETAIL-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RDL-REQUESTOR      PIC X(08).
           05  FILLER             PIC X(07) VALUE '  LINE '.
           05  RDL-PRODUCT-LINE   PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RDL-STARTING-NUMBER PIC 9(09).
           05  FILLER             PIC X(06) VALUE ' THRU '.
           05  RDL-ENDING-NUMBER  PIC 9(09).
           05  FILLER             PIC X(06) VALUE '  PRI '.
           05  RDL-PRIORITY       PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RDL-STATUS-TEXT    PIC X(22).
           05  FILLER             PIC X(10) VALUE '  TRIMMED '.
           05  RDL-TRIMMED-COUNT  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(06) VALUE '  RAN '.
           05  RDL-NEW-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(04) VALUE ' IN '.
           05  RDL-PIECE-COUNT    PIC ZZZ9.
           05  FILLER             PIC X(07) VALUE ' PIECES'.

       01  TRIM-DETAIL-LINE.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'TRIMMED '.
           05  TDL-TRIM-FROM      PIC 9(09).
           05  FILLER             PIC X(06) VALUE ' THRU '.
           05  TDL-TRIM-TO        PIC 9(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TDL-REASON         PIC X(92).

       01  TOTAL-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TTL-LABEL          PIC X(30).
           05  TTL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  FILE-STATUS-VALUES.
           05  COALESCE-LOG-FILE-STATUS PIC X(02) VALUE '00'.
               88  COALESCE-LOG-FILE-OK VALUE '00'.
           05  REPORT-FILE-STATUS PIC X(02) VALUE '00'.
               88  REPORT-FILE-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE THRU 0500-INITIALIZE-EXIT
           IF RETURN-CODE NOT EQUAL ZERO
               GOBACK
           END-IF

           PERFORM 1000-PRINT-LOG THRU 1000-PRINT-LOG-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GOBACK
           END-IF

           PERFORM 2000-PRINT-TOTALS THRU 2000-PRINT-TOTALS-EX

           CLOSE REPORT-FILE
           GOBACK
           .

      * THE RUN DATE TO REPORT IS THE FIZZBUZZ RUN DATE - TAKEN FROM
      * THE PARM WHEN GIVEN, TODAY OTHERWISE (SAFE ONLY WHEN THE
      * REPORT RUNS THE SAME CALENDAR DAY AS THE RUN).
       0500-INITIALIZE.

           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           MOVE SPACES TO ARG-TOKENS
           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-TOKEN-1 COUNT IN ARG-TOKEN-1-LEN
                    ARG-TOKEN-2 COUNT IN ARG-TOKEN-2-LEN
           END-UNSTRING
           IF ARG-TOKEN-1-LEN EQUAL ZERO
               ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD END-ACCEPT
           ELSE
               IF ARG-TOKEN-1-LEN NOT EQUAL 8
                  OR ARG-TOKEN-1 (1:8) NOT NUMERIC
                   DISPLAY 'FIZZCRPT - RUNDATE MUST BE YYYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0500-INITIALIZE-EXIT
               END-IF
               MOVE ARG-TOKEN-1 (1:8) TO REPORT-RUN-DATE
           END-IF
           IF ARG-TOKEN-2-LEN NOT EQUAL ZERO
               DISPLAY 'FIZZCRPT - TOO MANY ARGUMENTS'
               MOVE 16 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               DISPLAY 'FIZZCRPT - UNABLE TO OPEN REPORT-FILE, '
                       'STATUS = ' REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX
           .

       0500-INITIALIZE-EXIT.
           EXIT.

      * ONE PASS OF THE LOG.  FIZZBUZZ WRITES EACH REQUEST'S 'R'
      * RECORD AHEAD OF ITS 'T' RECORDS AND A RUN'S RECORDS
      * TOGETHER, SO THE REPORT PRINTS THEM IN THE ORDER READ.
       1000-PRINT-LOG.

           OPEN INPUT COALESCE-LOG-FILE
           IF NOT COALESCE-LOG-FILE-OK
               DISPLAY 'FIZZCRPT - UNABLE TO OPEN COALESCE-LOG-FILE, '
                       'STATUS = ' COALESCE-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 1000-PRINT-LOG-EX
           END-IF

           PERFORM 1100-READ-NEXT-LOG THRU 1100-READ-NEXT-LOG-EX
           PERFORM UNTIL LOG-AT-EOF
               IF COAL-RUN-DATE NOT NUMERIC
                   ADD 1 TO UNREADABLE-RECORDS
               ELSE
                   IF COAL-RUN-DATE EQUAL REPORT-RUN-DATE
                       PERFORM 1200-PRINT-LOG-RECORD
                           THRU 1200-PRINT-LOG-RECORD-EX
                   END-IF
               END-IF
               PERFORM 1100-READ-NEXT-LOG THRU 1100-READ-NEXT-LOG-EX
           END-PERFORM
           CLOSE COALESCE-LOG-FILE
           .

       1000-PRINT-LOG-EX.
           EXIT.

       1100-READ-NEXT-LOG.

           READ COALESCE-LOG-FILE
               AT END
                   SET LOG-AT-EOF TO TRUE
           END-READ
           .

       1100-READ-NEXT-LOG-EX.
           EXIT.

       1200-PRINT-LOG-RECORD.

           IF COAL-TRIMMED-COUNT NOT NUMERIC
              OR COAL-NEW-COUNT NOT NUMERIC
              OR COAL-PIECE-COUNT NOT NUMERIC
              OR COAL-TRIM-FROM NOT NUMERIC
              OR COAL-TRIM-TO NOT NUMERIC
               ADD 1 TO UNREADABLE-RECORDS
               GO TO 1200-PRINT-LOG-RECORD-EX
           END-IF

           IF COAL-RUN-ID NOT EQUAL LAST-RUN-ID
               ADD 1 TO RUN-COUNT
               MOVE COAL-RUN-ID TO LAST-RUN-ID
               MOVE SPACES TO REPORT-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
               MOVE COAL-RUN-ID TO RHL-RUN-ID
               MOVE RUN-HEADING-LINE TO REPORT-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
           END-IF

           IF COAL-REQUEST-RECORD
               PERFORM 1300-PRINT-REQUEST THRU 1300-PRINT-REQUEST-EX
           ELSE
               IF COAL-TRIM-RECORD
                   PERFORM 1400-PRINT-TRIM THRU 1400-PRINT-TRIM-EX
               ELSE
                   ADD 1 TO UNREADABLE-RECORDS
               END-IF
           END-IF
           .

       1200-PRINT-LOG-RECORD-EX.
           EXIT.

       1300-PRINT-REQUEST.

           ADD 1 TO REQUESTS-TRIMMED
           ADD COAL-TRIMMED-COUNT TO NUMBERS-TRIMMED
           ADD COAL-NEW-COUNT TO NUMBERS-RUN-NEW

           MOVE COAL-REQUESTOR TO RDL-REQUESTOR
           MOVE COAL-PRODUCT-LINE TO RDL-PRODUCT-LINE
           MOVE COAL-STARTING-NUMBER TO RDL-STARTING-NUMBER
           MOVE COAL-ENDING-NUMBER TO RDL-ENDING-NUMBER
           MOVE COAL-PRIORITY TO RDL-PRIORITY
           IF COAL-REQUEST-STATUS EQUAL 'S'
               ADD 1 TO REQUESTS-SATISFIED
               MOVE 'SATISFIED BY EXISTING' TO RDL-STATUS-TEXT
           ELSE
               IF COAL-REQUEST-STATUS EQUAL 'C'
                   MOVE 'COMPLETE' TO RDL-STATUS-TEXT
               ELSE
                   IF COAL-REQUEST-STATUS EQUAL 'I'
                       MOVE 'IN FLIGHT' TO RDL-STATUS-TEXT
                   ELSE
                       MOVE SPACES TO RDL-STATUS-TEXT
                       STRING 'STATUS ' COAL-REQUEST-STATUS
                           DELIMITED BY SIZE
                           INTO RDL-STATUS-TEXT
                       END-STRING
                   END-IF
               END-IF
           END-IF
           MOVE COAL-TRIMMED-COUNT TO RDL-TRIMMED-COUNT
           MOVE COAL-NEW-COUNT TO RDL-NEW-COUNT
           MOVE COAL-PIECE-COUNT TO RDL-PIECE-COUNT
           MOVE REQUEST-DETAIL-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       1300-PRINT-REQUEST-EX.
           EXIT.

       1400-PRINT-TRIM.

           ADD 1 TO SPANS-TRIMMED
           MOVE COAL-TRIM-FROM TO TDL-TRIM-FROM
           MOVE COAL-TRIM-TO TO TDL-TRIM-TO
           MOVE SPACES TO TDL-REASON
           IF COAL-COVERED-BY-RANGE
               STRING 'ALREADY COMPLETE IN RANGE '
                      COAL-COVER-STARTING-NUMBER
                      ' THRU ' COAL-COVER-ENDING-NUMBER
                      ' UNDER ' COAL-COVER-CONTROL-SOURCE
                      ' ON ' COAL-COVER-DATE
                   DELIMITED BY SIZE
                   INTO TDL-REASON
               END-STRING
           ELSE
               IF COAL-COVERED-BY-REQUEST
                   STRING 'COVERED BY EARLIER REQUEST '
                          COAL-COVER-REQUESTOR ' '
                          COAL-COVER-STARTING-NUMBER
                          ' THRU ' COAL-COVER-ENDING-NUMBER
                          ' THIS RUN'
                       DELIMITED BY SIZE
                       INTO TDL-REASON
                   END-STRING
               ELSE
                   MOVE 'COVER NOT RECORDED' TO TDL-REASON
               END-IF
           END-IF
           MOVE TRIM-DETAIL-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       1400-PRINT-TRIM-EX.
           EXIT.

       2000-PRINT-TOTALS.

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX

           IF REQUESTS-TRIMMED EQUAL ZERO
               MOVE '  NO REQUESTS WERE TRIMMED ON THIS RUN DATE'
                   TO REPORT-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
           ELSE
               MOVE 'TOTALS FOR THE RUN DATE' TO REPORT-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
               MOVE 'RUNS' TO TTL-LABEL
               MOVE RUN-COUNT TO TTL-VALUE
               PERFORM 2100-PRINT-TOTAL THRU 2100-PRINT-TOTAL-EX
               MOVE 'REQUESTS TRIMMED' TO TTL-LABEL
               MOVE REQUESTS-TRIMMED TO TTL-VALUE
               PERFORM 2100-PRINT-TOTAL THRU 2100-PRINT-TOTAL-EX
               MOVE '  SATISFIED BY EXISTING' TO TTL-LABEL
               MOVE REQUESTS-SATISFIED TO TTL-VALUE
               PERFORM 2100-PRINT-TOTAL THRU 2100-PRINT-TOTAL-EX
               MOVE 'SPANS TRIMMED' TO TTL-LABEL
               MOVE SPANS-TRIMMED TO TTL-VALUE
               PERFORM 2100-PRINT-TOTAL THRU 2100-PRINT-TOTAL-EX
               MOVE 'NUMBERS TRIMMED' TO TTL-LABEL
               MOVE NUMBERS-TRIMMED TO TTL-VALUE
               PERFORM 2100-PRINT-TOTAL THRU 2100-PRINT-TOTAL-EX
               MOVE 'NUMBERS LEFT AS NEW WORK' TO TTL-LABEL
               MOVE NUMBERS-RUN-NEW TO TTL-VALUE
               PERFORM 2100-PRINT-TOTAL THRU 2100-PRINT-TOTAL-EX
           END-IF

           IF UNREADABLE-RECORDS GREATER THAN ZERO
               MOVE 'UNREADABLE LOG RECORDS SKIPPED' TO TTL-LABEL
               MOVE UNREADABLE-RECORDS TO TTL-VALUE
               PERFORM 2100-PRINT-TOTAL THRU 2100-PRINT-TOTAL-EX
           END-IF
           .

       2000-PRINT-TOTALS-EX.
           EXIT.

       2100-PRINT-TOTAL.

           MOVE TOTAL-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       2100-PRINT-TOTAL-EX.
           EXIT.

       8700-START-NEW-PAGE.

           ADD 1 TO PAGE-NUMBER
           MOVE REPORT-RUN-DATE TO HDG-RUN-DATE
           MOVE PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO REPORT-RECORD
           IF PAGE-NUMBER EQUAL 1
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-RECORD AFTER ADVANCING PAGE
           END-IF
           IF NOT REPORT-FILE-OK
               DISPLAY 'FIZZCRPT - UNABLE TO WRITE REPORT-FILE, '
                       'STATUS = ' REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           IF NOT REPORT-FILE-OK
               DISPLAY 'FIZZCRPT - UNABLE TO WRITE REPORT-FILE, '
                       'STATUS = ' REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE 2 TO LINE-COUNT
           .

       8700-START-NEW-PAGE-EX.
           EXIT.

       8800-WRITE-REPORT-LINE.

           IF LINE-COUNT GREATER THAN OR EQUAL LINES-PER-PAGE
               PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX
           END-IF

           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           IF NOT REPORT-FILE-OK
               DISPLAY 'FIZZCRPT - UNABLE TO WRITE REPORT-FILE, '
                       'STATUS = ' REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO LINE-COUNT
           .

       8800-WRITE-REPORT-LINE-EX.
           EXIT.

       9999-END.
           .
