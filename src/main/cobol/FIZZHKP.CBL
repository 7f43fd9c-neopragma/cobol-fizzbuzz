      *                     KEY-RESULT IS 50 BYTES.  THE PURGE LOGIC
      *                     ITSELF IS UNCHANGED - IT NEVER LOOKS AT
      *                     THE COUNT FIELDS.
      *   15 OCT 2026  RJP  TRACK THE RECORD LAYOUT CHANGES IN
      *                     FIZZBUZZ.CBL - FIZZRST CARRIES THE FIRST AND
      *                     LATEST RUN-ID THAT WORKED THE RANGE AND ITS
      *                     CONTROL SOURCE (108 TO 150 BYTES).  FIZZKEY
      *                     CARRIES THE RUN-ID, CONTROL SOURCE, AND
      *                     CLASSIFICATION DATE OF EACH KEY (59 TO 92
      *                     BYTES).
      *   15 OCT 2026  RJP  FIZZRST AND FIZZKEY KEYS LEAD WITH THE
      *                     PRODUCT LINE (154 AND 96 BYTES).  RETENTION
      *                     AND THE KEEP WINDOW APPLY TO EVERY LINE
      *                     ALIKE; PURGE MESSAGES NAME THE LINE.
      *   15 OCT 2026  RJP  FIZZRST CARRIES THE FIXED-VALUE COUNT (163
      *                     BYTES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZHKP.
           SELECT KEYED-OUTPUT-FILE ASSIGN TO FIZZKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEYED-OUTPUT-FILE-STATUS.

       DATA DIVISION.
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
      * THE LEN FIELDS MUST BE WIDE ENOUGH TO HOLD A TOKEN'S FULL
      * PURGED KEYS AS MISSING UNTIL RETENTION CAUGHT UP.
           IF RST-ENDING-NUMBER LESS THAN KEEP-FROM-NUMBER
              OR RST-STARTING-NUMBER GREATER THAN KEEP-TO-NUMBER
               DISPLAY 'FIZZHKP - PURGING COMPLETED ' RST-PRODUCT-LINE
                       ' RANGE ' RST-STARTING-NUMBER ' THRU '
                       RST-ENDING-NUMBER ' OUTSIDE KEEP WINDOW'
               GO TO 1020-DELETE-RESTART
           END-IF
               GO TO 1020-JUDGE-RESTART-EX
           END-IF

           DISPLAY 'FIZZHKP - PURGING COMPLETED ' RST-PRODUCT-LINE
                   ' RANGE ' RST-STARTING-NUMBER ' THRU '
                   RST-ENDING-NUMBER
                   ' COMPLETED ' RST-COMPLETE-DATE
           .

           DELETE KEYED-OUTPUT-FILE
               INVALID KEY
                   DISPLAY 'FIZZHKP - UNABLE TO DELETE KEYED RECORD '
                           KEY-PRODUCT-LINE ' ' KEY-CURRENT-NUMBER
                           ', STATUS = '
                           KEYED-OUTPUT-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   ADD 1 TO KEY-RECORDS-KEPT
