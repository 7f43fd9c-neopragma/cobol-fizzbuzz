      *                     PAIRS THAN THE TABLE HOLDS; THE OVERFLOW
      *                     BUCKET CATCHES THE EXCESS AND THE COUNTS
      *                     AND THRESHOLD STILL COVER EVERYTHING.
      *   15 OCT 2026  RJP  FIZZKEY AND ITS FIZZKEYP SNAPSHOT CARRY THE
      *                     RUN-ID, CONTROL SOURCE, AND CLASSIFICATION
      *                     DATE OF EACH KEY (59 TO 92 BYTES) IN STEP
      *                     WITH FIZZBUZZ.CBL.  THE COMPARE STILL JUDGES
      *                     THE RESULT ONLY - A RELOAD ALWAYS RESTAMPS
      *                     THE LINEAGE.
      *   15 OCT 2026  RJP  FIZZKEY AND FIZZKEYP KEYS LEAD WITH THE
      *                     PRODUCT LINE (96 BYTES) - THE MATCH RUNS ON
      *                     LINE AND NUMBER TOGETHER AND CHANGE DETAIL
      *                     NAMES THE LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCMP.
           SELECT KEYED-OUTPUT-FILE ASSIGN TO FIZZKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEYED-OUTPUT-FILE-STATUS.

           SELECT PRIOR-KEYED-FILE ASSIGN TO FIZZKEYP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRIOR-RECORD-KEY
               FILE STATUS IS PRIOR-KEYED-FILE-STATUS.

       DATA DIVISION.
      * FIZZBUZZ.CBL.  THE PRIOR COPY IS THE SAME LAYOUT.
       FD  KEYED-OUTPUT-FILE.
       01  KEYED-OUTPUT-RECORD.
           05  KEY-RECORD-KEY.
               10  KEY-PRODUCT-LINE    PIC X(04).
               10  KEY-CURRENT-NUMBER  PIC 9(9).
           05  KEY-RESULT          PIC X(50).
           05  KEY-RUN-ID          PIC X(17).
           05  KEY-CONTROL-SOURCE  PIC X(08).
           05  KEY-CLASSIFIED-DATE PIC 9(08).

       FD  PRIOR-KEYED-FILE.
       01  PRIOR-KEYED-RECORD.
           05  PRIOR-RECORD-KEY.
               10  PRIOR-PRODUCT-LINE  PIC X(04).
               10  PRIOR-CURRENT-NUMBER PIC 9(9).
           05  PRIOR-RESULT        PIC X(50).
           05  PRIOR-RUN-ID        PIC X(17).
           05  PRIOR-CONTROL-SOURCE PIC X(08).
           05  PRIOR-CLASSIFIED-DATE PIC 9(08).

       WORKING-STORAGE SECTION.
      * THE LEN FIELD MUST HOLD THE TOKEN'S FULL DELIMITED LENGTH -
       0620-READ-NEXT-PRIOR-EX.
           EXIT.

      * CLASSIC TWO-FILE MATCH ON ASCENDING KEY - PRODUCT LINE, THEN
      * NUMBER, SO EACH LINE'S KEYS MATCH ONLY THEIR OWN.  A KEY
      * ONLY IN THE CURRENT FILE WAS ADDED SINCE THE SNAPSHOT; ONLY
      * IN THE PRIOR COPY, DELETED; IN BOTH, THE RESULTS ARE
      * COMPARED.
       1000-MATCH-RECORDS.

           IF PRIOR-AT-EOF
              OR (NOT CURRENT-AT-EOF
                  AND KEY-RECORD-KEY LESS THAN PRIOR-RECORD-KEY)
               ADD 1 TO ADDED-COUNT
               PERFORM 0610-READ-NEXT-CURRENT
                   THRU 0610-READ-NEXT-CURRENT-EX
           END-IF

           IF CURRENT-AT-EOF
              OR PRIOR-RECORD-KEY LESS THAN KEY-RECORD-KEY
               ADD 1 TO DELETED-COUNT
               PERFORM 0620-READ-NEXT-PRIOR
                   THRU 0620-READ-NEXT-PRIOR-EX

           ADD 1 TO CHANGED-COUNT
           IF CHANGED-COUNT LESS THAN OR EQUAL DETAIL-LINE-LIMIT
               DISPLAY 'FIZZCMP - ' KEY-PRODUCT-LINE
                       ' NUMBER ' KEY-CURRENT-NUMBER
                       ' WAS ' PRIOR-RESULT ' NOW ' KEY-RESULT
           END-IF
           IF CHANGED-COUNT EQUAL DETAIL-LINE-LIMIT
