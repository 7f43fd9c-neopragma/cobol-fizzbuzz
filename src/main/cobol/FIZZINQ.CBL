      *            BROWSE OF THE FIZZRST CLUSTER.  THIS TRANSACTION
      *            ANSWERS THREE QUESTIONS FROM A TERMINAL, INQUIRY
      *            ONLY - NOTHING HERE UPDATES ANYTHING:
      *              N nnnnnnnnn [LINE]
      *                           ONE NUMBER'S CLASSIFICATION FROM
      *                           FIZZKEY, WITH THE SAME ANSWERS THE
      *                           BATCH FIZZLKUP SERVICE GIVES -
      *                           FOUND, NEVER RUN, OR EXCLUDED -
      *                           AND FOR A FOUND NUMBER ITS
      *                           LINEAGE: THE RUN THAT WROTE IT,
      *                           THE CONTROL SOURCE, AND THE DATE
      *                           IT WAS CLASSIFIED
      *              R [nnnnnnnnn [LINE]]
      *                           BROWSE FIZZRST RANGES FROM THE
      *                           GIVEN START (DEFAULT THE TOP),
      *                           SHOWING COMPLETE/IN-FLIGHT STATUS
      *                           AND COUNTS, TEN PER SCREEN
      *              H            THE MOST RECENT FIZZHIST
      *                           EXECUTIONS WITH THEIR PRODUCT
      *                           LINES, PARAMETERS AND RETURN CODES
      *
      *            LINE IS THE PRODUCT LINE (1-4 CHARACTERS) WHOSE
      *            KEYS AND RANGES ARE WANTED - EACH LINE CLASSIFIES
      *            UNDER ITS OWN RULES.  OMITTED, IT IS THE BASE LINE.
      *
      * USAGE:     FZIQ N 000004855
      *            FZIQ N 000004855 RETL
      *            FZIQ R 000001000
      *            FZIQ R 000000001 RETL
      *            FZIQ H
      *
      * CICS DEFINITIONS REQUIRED (CSD GROUP FIZZBUZZ):
      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  RJP  INITIAL VERSION.
      *   15 OCT 2026  RJP  FZIQ N SHOWS THE KEY'S LINEAGE UNDER ITS
      *                     CLASSIFICATION - THE RUN-ID THAT WROTE IT,
      *                     THE CONTROL SOURCE (FIZZCTM EFFECTIVE-FROM
      *                     DATE, 'CARD', OR 'DEFAULT'), AND THE
      *                     CLASSIFICATION DATE - THE SAME FIELDS
      *                     FIZZLKUP NOW RETURNS.  FIZZKEY AND FIZZRST
      *                     LAYOUTS TRACK FIZZBUZZ.CBL (92 AND 150
      *                     BYTES).
      *   15 OCT 2026  RJP  FZIQ N AND R TAKE AN OPTIONAL PRODUCT LINE
      *                     (DEFAULT BASE) - FIZZKEY AND FIZZRST KEYS
      *                     NOW LEAD WITH THE LINE (96 AND 154 BYTES),
      *                     AND AN R BROWSE STOPS AT THE END OF ITS
      *                     LINE.  FZIQ H SHOWS EACH HISTORY RECORD'S
      *                     LINE.
      *   15 OCT 2026  RJP  FIZZRST AND FIZZHIST CARRY THE FIXED-VALUE
      *                     COUNT (163 AND 272 BYTES); FZIQ R COUNTS
      *                     FIXED-VALUE NUMBERS AS DONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZINQ.
           05  INQ-FUNCTION-LEN   PIC 9(02).
           05  INQ-ARGUMENT       PIC X(09).
           05  INQ-ARGUMENT-LEN   PIC 9(02).
           05  INQ-LINE-ARGUMENT  PIC X(08).
           05  INQ-LINE-ARGUMENT-LEN PIC 9(02).

       01  INQ-CONTROLS.
           05  INQUIRY-NUMBER     PIC 9(9) VALUE ZERO.
           05  INQUIRY-LINE       PIC X(04) VALUE 'BASE'.
           05  WS-RESP            PIC S9(8) COMP VALUE ZERO.
           05  HIST-RBA           PIC S9(8) COMP VALUE ZERO.
           05  EXCL-RBA           PIC S9(8) COMP VALUE ZERO.
      * KEYED-OUTPUT-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL.
       01  KEYED-OUTPUT-RECORD.
           05  KEY-RECORD-KEY.
               10  KEY-PRODUCT-LINE    PIC X(04).
               10  KEY-CURRENT-NUMBER  PIC 9(9).
           05  KEY-RESULT          PIC X(50).
           05  KEY-RUN-ID          PIC X(17).
           05  KEY-CONTROL-SOURCE  PIC X(08).
           05  KEY-CLASSIFIED-DATE PIC 9(08).

      * RESTART-RECORD MUST MATCH THE LAYOUT WRITTEN BY FIZZBUZZ.CBL.
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

       01  BROWSE-KEY.
           05  BROWSE-PRODUCT-LINE    PIC X(04).
           05  BROWSE-STARTING-NUMBER PIC 9(9).
           05  BROWSE-ENDING-NUMBER   PIC 9(9).

           05  HIST-OPERATOR       PIC X(08).
           05  HIST-COMMENT        PIC X(20).
           05  HIST-PROCESSED-COUNT PIC 9(09).
           05  HIST-PRODUCT-LINE   PIC X(04).
           05  HIST-FIXED-COUNT    PIC 9(09).

      * THE FIVE MOST RECENT HISTORY RECORDS, KEPT BY SHIFTING AS
      * THE ESDS IS BROWSED FRONT TO BACK - THE FILE IS APPEND-ONLY
       01  HISTORY-SAMPLE-TABLE.
           05  SAMPLE-COUNT        PIC 9(2) VALUE ZERO.
           05  MAXIMUM-SAMPLES     PIC 9(2) VALUE 5.
           05  SAMPLE-HISTORY-RECORD PIC X(272) OCCURS 5.

      * EXCLUSION-RECORD MUST MATCH THE CARD LAYOUT READ BY
      * FIZZBUZZ.CBL.
           05  HDL-RUN-TIME       PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HDL-MODE           PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HDL-LINE           PIC X(04).
           05  FILLER             PIC X(04) VALUE ' RC '.
           05  HDL-RETURN-CODE    PIC 9(04).
           05  FILLER             PIC X(07) VALUE ' RULES '.
           05  HDL-RULES          PIC X(37).

       01  RANGE-DONE-TOTAL       PIC 9(12) VALUE ZERO.

               INTO INQ-TRANSID COUNT IN INQ-TRANSID-LEN
                    INQ-FUNCTION COUNT IN INQ-FUNCTION-LEN
                    INQ-ARGUMENT COUNT IN INQ-ARGUMENT-LEN
                    INQ-LINE-ARGUMENT COUNT IN INQ-LINE-ARGUMENT-LEN
           END-UNSTRING
           IF INQ-LINE-ARGUMENT-LEN GREATER THAN 4
               MOVE 'FZIQ - PRODUCT LINE IS 1-4 CHARACTERS'
                   TO DETAIL-WORK-LINE
               PERFORM 8800-ADD-OUTPUT-LINE
                   THRU 8800-ADD-OUTPUT-LINE-EX
               MOVE 'X' TO INQ-FUNCTION
           END-IF
           IF INQ-LINE-ARGUMENT-LEN GREATER THAN ZERO
               MOVE INQ-LINE-ARGUMENT (1:4) TO INQUIRY-LINE
           END-IF

           IF INQ-FUNCTION EQUAL 'N'
               PERFORM 1000-NUMBER-INQUIRY
                       PERFORM 3000-HISTORY-INQUIRY
                           THRU 3000-HISTORY-INQUIRY-EX
                   ELSE
                       MOVE 'FZIQ - USE: N NUMBER [LINE],'
                           TO DETAIL-WORK-LINE
                       PERFORM 8800-ADD-OUTPUT-LINE
                           THRU 8800-ADD-OUTPUT-LINE-EX
                       MOVE '            R START [LINE], OR H'
                           TO DETAIL-WORK-LINE
                       PERFORM 8800-ADD-OUTPUT-LINE
                           THRU 8800-ADD-OUTPUT-LINE-EX
               GO TO 1000-NUMBER-INQUIRY-EX
           END-IF

           MOVE INQUIRY-LINE TO KEY-PRODUCT-LINE
           MOVE INQUIRY-NUMBER TO KEY-CURRENT-NUMBER
           EXEC CICS READ
               FILE ('FIZZKEY')
               INTO (KEYED-OUTPUT-RECORD)
               RIDFLD (KEY-RECORD-KEY)
               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NOTFND)
               MOVE SPACES TO DETAIL-WORK-LINE
               STRING 'NUMBER ' DELIMITED BY SIZE
                      INQUIRY-NUMBER DELIMITED BY SIZE
                      ' HAS NOT BEEN RUN FOR LINE ' DELIMITED BY SIZE
                      INQUIRY-LINE DELIMITED BY SIZE
                      INTO DETAIL-WORK-LINE
               END-STRING
               PERFORM 8800-ADD-OUTPUT-LINE
           MOVE SPACES TO DETAIL-WORK-LINE
           STRING 'NUMBER ' DELIMITED BY SIZE
                  INQUIRY-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INQUIRY-LINE DELIMITED BY SIZE
                  ' CLASSIFIED AS ' DELIMITED BY SIZE
                  KEY-RESULT DELIMITED BY SIZE
                  INTO DETAIL-WORK-LINE
           END-STRING
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX

      * THE LINEAGE LINE - WHICH RUN WROTE THE KEY AND UNDER WHAT.
      * A KEY LOADED BEFORE LINEAGE WAS STAMPED CARRIES SPACES.
           IF KEY-RUN-ID EQUAL SPACES
               MOVE '  LINEAGE NOT RECORDED FOR THIS KEY'
                   TO DETAIL-WORK-LINE
           ELSE
               STRING '  RUN ' DELIMITED BY SIZE
                      KEY-RUN-ID DELIMITED BY SIZE
                      ' CONTROL SOURCE ' DELIMITED BY SIZE
                      KEY-CONTROL-SOURCE DELIMITED BY SIZE
                      ' CLASSIFIED ' DELIMITED BY SIZE
                      KEY-CLASSIFIED-DATE DELIMITED BY SIZE
                      INTO DETAIL-WORK-LINE
               END-STRING
           END-IF
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           .

       1000-NUMBER-INQUIRY-EX.
           EXIT.

      * BROWSE FIZZRST FROM THE GIVEN START (DEFAULT THE TOP OF THE
      * LINE), TEN RANGES PER SCREEN, EACH WITH ITS STATUS AND
      * COUNTS - THE SAME FACTS A RAW CLUSTER BROWSE USED TO GIVE,
      * WITHOUT THE RAW.  THE BROWSE STOPS AT THE END OF THE LINE.
       2000-RANGE-INQUIRY.

           MOVE INQUIRY-LINE TO BROWSE-PRODUCT-LINE
           MOVE ZERO TO BROWSE-STARTING-NUMBER
           MOVE ZERO TO BROWSE-ENDING-NUMBER
           IF INQ-ARGUMENT-LEN GREATER THAN ZERO
                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                  OR RST-PRODUCT-LINE NOT EQUAL INQUIRY-LINE
                   SET BROWSE-DONE TO TRUE
               ELSE
                   PERFORM 2100-FORMAT-RANGE-LINE
           END-PERFORM
           ADD RST-COMBINED-COUNT TO RANGE-DONE-TOTAL
           ADD RST-PLAIN-COUNT TO RANGE-DONE-TOTAL
           IF RST-FIXED-COUNT NUMERIC
               ADD RST-FIXED-COUNT TO RANGE-DONE-TOTAL
           END-IF
           MOVE RANGE-DONE-TOTAL TO RDL-DONE-COUNT
           MOVE RST-SKIPPED-COUNT TO RDL-SKIP-COUNT
           MOVE RANGE-DETAIL-LINE TO DETAIL-WORK-LINE
           MOVE HIST-RUN-DATE TO HDL-RUN-DATE
           MOVE HIST-RUN-TIME (1:6) TO HDL-RUN-TIME
           MOVE HIST-RUN-MODE TO HDL-MODE
           MOVE HIST-PRODUCT-LINE TO HDL-LINE
           MOVE HIST-RETURN-CODE TO HDL-RETURN-CODE
           MOVE SPACES TO HDL-RULES
           IF HIST-RUN-MODE EQUAL 'BKOUT'
