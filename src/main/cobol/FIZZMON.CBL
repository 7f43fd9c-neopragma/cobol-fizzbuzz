      *            REPORTED AND ENDS RC 4, BECAUSE "CANNOT PROVE IT
      *            FITS" MUST NOT READ AS "FITS".
      *
      *            A RUN THAT WORKED SEVERAL PRODUCT LINES WRITES ONE
      *            HISTORY RECORD PER LINE UNDER THE SAME RUN-ID, ALL
      *            WITH THE RUN'S START AND END TIMES - THEY ARE ONE
      *            SAMPLE, THEIR PROCESSED COUNTS ADDED TOGETHER.
      *
      * RETURN CODES:
      *            00  NOTHING IN FLIGHT, OR EVERY PROJECTION FITS
      *                THE CUTOFF (OR NO CUTOFF WAS GIVEN)
      *                     COUNTS ACROSS A FEW SECONDS AND WOULD
      *                     INFLATE THE POOL BY ORDERS OF MAGNITUDE,
      *                     MAKING EVERY PROJECTION "FIT".
      *   15 OCT 2026  RJP  TRACK THE RECORD LAYOUT CHANGES IN
      *                     FIZZBUZZ.CBL - FIZZRST CARRIES THE FIRST AND
      *                     LATEST RUN-ID THAT WORKED THE RANGE AND ITS
      *                     CONTROL SOURCE (108 TO 150 BYTES).
      *   15 OCT 2026  RJP  FIZZHIST NOW HOLDS ONE RECORD PER PRODUCT
      *                     LINE WORKED, ALL SHARING THE RUN-ID -
      *                     CONSECUTIVE RECORDS OF ONE RUN POOL INTO A
      *                     SINGLE RATE SAMPLE.  FIZZRST KEYS LEAD WITH
      *                     THE LINE (154 BYTES) AND EACH IN-FLIGHT
      *                     RANGE SHOWS ITS LINE.
      *   15 OCT 2026  RJP  FIZZRST AND FIZZHIST CARRY THE FIXED-VALUE
      *                     COUNT (163 AND 272 BYTES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZMON.
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

      * RUN-HISTORY-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL.
           05  HIST-OPERATOR       PIC X(08).
           05  HIST-COMMENT        PIC X(20).
           05  HIST-PROCESSED-COUNT PIC 9(09).
           05  HIST-PRODUCT-LINE   PIC X(04).
           05  HIST-FIXED-COUNT    PIC 9(09).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
               88  CUTOFF-AT-RISK VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  FINISH-NEXT-DAY VALUE 'Y', FALSE 'N'.
           05  LAST-SAMPLED-RUN-ID PIC X(17) VALUE SPACES.

      * THE LAST FIVE USABLE RUNS (END TIME PRESENT, AT LEAST ONE
      * NUMBER PROCESSED), KEPT IN ARRIVAL ORDER BY SHIFTING - THE
               GO TO 1200-SAMPLE-RUN-EX
           END-IF

      * ANOTHER LINE OF THE RUN JUST SAMPLED - SAME CLOCK TIMES, SO
      * ONLY ITS NUMBERS ARE ADDED.
           IF HIST-RUN-ID NOT EQUAL SPACES
              AND HIST-RUN-ID EQUAL LAST-SAMPLED-RUN-ID
               ADD RUN-PROCESSED TO SAMPLE-PROCESSED (SAMPLE-COUNT)
               GO TO 1200-SAMPLE-RUN-EX
           END-IF

           MOVE HIST-RUN-TIME (1:6) TO CONVERT-TIME
           PERFORM 7000-TIME-TO-SECONDS THRU 7000-TIME-TO-SECONDS-EX
           COMPUTE RUN-SECONDS = ZERO - TIME-IN-SECONDS
           END-IF
           MOVE RUN-PROCESSED TO SAMPLE-PROCESSED (SAMPLE-COUNT)
           MOVE RUN-SECONDS TO SAMPLE-SECONDS (SAMPLE-COUNT)
           MOVE HIST-RUN-ID TO LAST-SAMPLED-RUN-ID
           .

       1200-SAMPLE-RUN-EX.
               (RANGE-DONE-COUNT * 100) / RANGE-TOTAL
           MOVE RANGE-PERCENT TO DISPLAY-PERCENT

           DISPLAY 'FIZZMON - ' RST-PRODUCT-LINE
                   ' RANGE ' RST-STARTING-NUMBER ' THRU '
                   RST-ENDING-NUMBER ' AT ' RST-CURRENT-NUMBER
                   ' (' DISPLAY-PERCENT ' PCT)'

