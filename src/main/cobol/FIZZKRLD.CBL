      ******************************************************************
      * AUTHOR:    RJP
      * DATE:      15 OCT 2026
      * PURPOSE:   FIZZKEY REBUILD FOR A HIGH-VOLUME RELOAD.  A
      *            FIZZBUZZ RUN WITH THE RELOAD OPTION LEAVES THE
      *            LIVE FIZZKEY CLUSTER ALONE AND APPENDS EVERY
      *            RECORD IT WOULD HAVE WRITTEN THERE TO THE
      *            SEQUENTIAL LOAD FILE FIZZKLD.  THIS PROGRAM MERGES
      *            THAT FILE, SORTED INTO KEY ORDER, WITH A
      *            SEQUENTIAL READ OF THE LIVE CLUSTER AND WRITES THE
      *            RESULT TO AN EMPTY NEWLY DEFINED CLUSTER
      *            (FIZZKEYN) IN ONE ASCENDING-KEY LOAD - NO RANDOM
      *            INSERTS AND NO CI SPLITS.  FIZZLSWP THEN SWAPS
      *            THE NEW CLUSTER IN UNDER THE FIZZKEY NAME.
      *
      *            THE LOAD FILE WINS WHERE BOTH HOLD A KEY; EVERY
      *            OTHER LIVE KEY - OTHER PRODUCT LINES, NUMBERS
      *            OUTSIDE THE RELOADED RANGE, AND ANY INSIDE IT THAT
      *            THE RELOAD DID NOT WRITE (EXCLUDED NUMBERS, RANGES
      *            ALREADY COMPLETE) - IS CARRIED ACROSS UNCHANGED.
      *            THE REBUILT CLUSTER IS THEREFORE EXACTLY WHAT THE
      *            SAME RUN WRITING FIZZKEY DIRECTLY WOULD HAVE LEFT.
      *
      *            THE LIVE CLUSTER IS ONLY READ, SO FIZZLKUP AND
      *            FZIQ GO ON USING IT UNTIL THE SWAP.
      *
      * USAGE:     FIZZKRLD
      *
      *            FIZZKLD MUST BE IN ASCENDING KEY ORDER (THE SORT
      *            STEP IN FIZZLJOB, FIELDS 1,13 WITH EQUALS).  A
      *            RESUBMITTED RELOAD REPEATS THE NUMBERS PAST ITS
      *            LAST CHECKPOINT, SO THE SAME KEY MAY APPEAR MORE
      *            THAN ONCE - THE LAST COPY, THE ONE THE RESUBMIT
      *            WROTE, IS KEPT, AS A REWRITE WOULD HAVE KEPT IT.
      *
      * RETURN CODES:
      *            00  FIZZKEYN LOADED - SWAP IT IN
      *            04  FIZZKLD IS EMPTY - NOTHING WAS RELOADED, SO
      *                THE CLUSTER WAS NOT REBUILT; DO NOT SWAP
      *            12  A FILE COULD NOT BE OPENED, READ OR WRITTEN,
      *                OR FIZZKLD IS OUT OF KEY ORDER - FIZZKEYN IS
      *                INCOMPLETE; DO NOT SWAP
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJP  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZKRLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYED-OUTPUT-FILE ASSIGN TO FIZZKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEYED-OUTPUT-FILE-STATUS.

           SELECT KEYED-LOAD-FILE ASSIGN TO FIZZKLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEYED-LOAD-FILE-STATUS.

           SELECT NEW-KEYED-FILE ASSIGN TO FIZZKEYN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-RECORD-KEY
               FILE STATUS IS NEW-KEYED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ALL THREE MUST MATCH THE KEYED-OUTPUT-RECORD AND
      * KEYED-LOAD-RECORD LAYOUTS WRITTEN BY FIZZBUZZ.CBL.
       FD  KEYED-OUTPUT-FILE.
       01  KEYED-OUTPUT-RECORD.
           05  KEY-RECORD-KEY.
               10  KEY-PRODUCT-LINE    PIC X(04).
               10  KEY-CURRENT-NUMBER  PIC 9(9).
           05  KEY-RESULT          PIC X(50).
           05  KEY-RUN-ID          PIC X(17).
           05  KEY-CONTROL-SOURCE  PIC X(08).
           05  KEY-CLASSIFIED-DATE PIC 9(08).

       FD  KEYED-LOAD-FILE
           RECORDING MODE IS F.
       01  KEYED-LOAD-RECORD.
           05  KLD-RECORD-KEY.
               10  KLD-PRODUCT-LINE    PIC X(04).
               10  KLD-CURRENT-NUMBER  PIC 9(9).
           05  KLD-RESULT          PIC X(50).
           05  KLD-RUN-ID          PIC X(17).
           05  KLD-CONTROL-SOURCE  PIC X(08).
           05  KLD-CLASSIFIED-DATE PIC 9(08).

       FD  NEW-KEYED-FILE.
       01  NEW-KEYED-RECORD.
           05  NEW-RECORD-KEY.
               10  NEW-PRODUCT-LINE    PIC X(04).
               10  NEW-CURRENT-NUMBER  PIC 9(9).
           05  NEW-RESULT          PIC X(50).
           05  NEW-RUN-ID          PIC X(17).
           05  NEW-CONTROL-SOURCE  PIC X(08).
           05  NEW-CLASSIFIED-DATE PIC 9(08).

       WORKING-STORAGE SECTION.
      * THE LOAD RECORD BEING HELD FOR THE MERGE.  THE NEXT ONE IS
      * READ AHEAD INTO THE FD AREA TO CATCH A REPEATED KEY, SO THE
      * HELD RECORD MUST LIVE HERE.
       01  HELD-LOAD-RECORD.
           05  HELD-RECORD-KEY.
               10  HELD-PRODUCT-LINE   PIC X(04).
               10  HELD-CURRENT-NUMBER PIC 9(9).
           05  FILLER              PIC X(83).

       01  FILLER.
           05  FILLER             PIC X VALUE 'N'.
               88  LIVE-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  LOAD-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  HELD-RECORD-PRESENT VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  NEW-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  REBUILD-FAILED VALUE 'Y', FALSE 'N'.

       01  REBUILD-COUNTS.
           05  LIVE-RECORDS-READ  PIC 9(9) VALUE ZERO.
           05  LOAD-RECORDS-READ  PIC 9(9) VALUE ZERO.
           05  LOAD-SUPERSEDED-COUNT PIC 9(9) VALUE ZERO.
           05  LIVE-KEPT-COUNT    PIC 9(9) VALUE ZERO.
           05  LIVE-REPLACED-COUNT PIC 9(9) VALUE ZERO.
           05  LOAD-ADDED-COUNT   PIC 9(9) VALUE ZERO.
           05  NEW-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.

       01  FILE-STATUS-VALUES.
           05  KEYED-OUTPUT-FILE-STATUS PIC X(02) VALUE '00'.
               88  KEYED-OUTPUT-FILE-OK VALUE '00'.
           05  KEYED-LOAD-FILE-STATUS PIC X(02) VALUE '00'.
               88  KEYED-LOAD-FILE-OK VALUE '00'.
           05  NEW-KEYED-FILE-STATUS PIC X(02) VALUE '00'.
               88  NEW-KEYED-FILE-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE THRU 0500-INITIALIZE-EXIT
           IF RETURN-CODE NOT EQUAL ZERO
               GOBACK
           END-IF

           PERFORM 0620-READ-NEXT-LOAD THRU 0620-READ-NEXT-LOAD-EX
           PERFORM 0630-HOLD-NEXT-LOAD THRU 0630-HOLD-NEXT-LOAD-EX
           IF NOT HELD-RECORD-PRESENT AND NOT REBUILD-FAILED
               DISPLAY 'FIZZKRLD - FIZZKLD IS EMPTY, NOTHING WAS '
                       'RELOADED - FIZZKEY NOT REBUILT'
               CLOSE KEYED-OUTPUT-FILE
               CLOSE KEYED-LOAD-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT REBUILD-FAILED
               PERFORM 0700-OPEN-NEW THRU 0700-OPEN-NEW-EX
           END-IF
           IF NOT REBUILD-FAILED
               PERFORM 0610-READ-NEXT-LIVE THRU 0610-READ-NEXT-LIVE-EX
           END-IF
           PERFORM UNTIL REBUILD-FAILED
                   OR (LIVE-AT-EOF AND NOT HELD-RECORD-PRESENT)
               PERFORM 1000-MERGE-RECORDS THRU 1000-MERGE-RECORDS-EX
           END-PERFORM

           CLOSE KEYED-OUTPUT-FILE
           CLOSE KEYED-LOAD-FILE
           IF NEW-FILE-OPEN
               CLOSE NEW-KEYED-FILE
               IF NOT NEW-KEYED-FILE-OK
                   DISPLAY 'FIZZKRLD - UNABLE TO CLOSE NEW-KEYED-FILE, '
                           'STATUS = ' NEW-KEYED-FILE-STATUS
                   SET REBUILD-FAILED TO TRUE
               END-IF
           END-IF

           PERFORM 8300-DISPLAY-SUMMARY THRU 8300-DISPLAY-SUMMARY-EX

           IF REBUILD-FAILED
               DISPLAY 'FIZZKRLD - REBUILD FAILED, FIZZKEYN IS '
                       'INCOMPLETE - DO NOT SWAP'
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           OPEN INPUT KEYED-OUTPUT-FILE
           IF NOT KEYED-OUTPUT-FILE-OK
               DISPLAY 'FIZZKRLD - UNABLE TO OPEN KEYED-OUTPUT-FILE, '
                       'STATUS = ' KEYED-OUTPUT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           OPEN INPUT KEYED-LOAD-FILE
           IF NOT KEYED-LOAD-FILE-OK
               DISPLAY 'FIZZKRLD - UNABLE TO OPEN KEYED-LOAD-FILE, '
                       'STATUS = ' KEYED-LOAD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE KEYED-OUTPUT-FILE
           END-IF
           .

       0500-INITIALIZE-EXIT.
           EXIT.

       0610-READ-NEXT-LIVE.

           READ KEYED-OUTPUT-FILE
               AT END
                   SET LIVE-AT-EOF TO TRUE
           END-READ
           IF LIVE-AT-EOF
               GO TO 0610-READ-NEXT-LIVE-EX
           END-IF
           IF NOT KEYED-OUTPUT-FILE-OK
               DISPLAY 'FIZZKRLD - UNABLE TO READ KEYED-OUTPUT-FILE, '
                       'STATUS = ' KEYED-OUTPUT-FILE-STATUS
               SET REBUILD-FAILED TO TRUE
               SET LIVE-AT-EOF TO TRUE
               GO TO 0610-READ-NEXT-LIVE-EX
           END-IF
           ADD 1 TO LIVE-RECORDS-READ
           .

       0610-READ-NEXT-LIVE-EX.
           EXIT.

       0620-READ-NEXT-LOAD.

           READ KEYED-LOAD-FILE
               AT END
                   SET LOAD-AT-EOF TO TRUE
           END-READ
           IF LOAD-AT-EOF
               GO TO 0620-READ-NEXT-LOAD-EX
           END-IF
           IF NOT KEYED-LOAD-FILE-OK
               DISPLAY 'FIZZKRLD - UNABLE TO READ KEYED-LOAD-FILE, '
                       'STATUS = ' KEYED-LOAD-FILE-STATUS
               SET REBUILD-FAILED TO TRUE
               SET LOAD-AT-EOF TO TRUE
               GO TO 0620-READ-NEXT-LOAD-EX
           END-IF
           ADD 1 TO LOAD-RECORDS-READ
           .

       0620-READ-NEXT-LOAD-EX.
           EXIT.

      * TAKE THE RECORD JUST READ AS THE HELD ONE, THEN READ AHEAD
      * PAST EVERY LATER COPY OF THE SAME KEY, KEEPING THE LAST.
      * A KEY LOWER THAN THE HELD ONE MEANS THE FILE WAS NOT SORTED
      * - STOP RATHER THAN LOAD A CLUSTER THAT IS MISSING RECORDS.
       0630-HOLD-NEXT-LOAD.

           SET HELD-RECORD-PRESENT TO FALSE
           IF LOAD-AT-EOF
               GO TO 0630-HOLD-NEXT-LOAD-EX
           END-IF
           MOVE KEYED-LOAD-RECORD TO HELD-LOAD-RECORD
           SET HELD-RECORD-PRESENT TO TRUE

           PERFORM 0620-READ-NEXT-LOAD THRU 0620-READ-NEXT-LOAD-EX
           PERFORM UNTIL LOAD-AT-EOF
                   OR KLD-RECORD-KEY NOT EQUAL HELD-RECORD-KEY
               ADD 1 TO LOAD-SUPERSEDED-COUNT
               MOVE KEYED-LOAD-RECORD TO HELD-LOAD-RECORD
               PERFORM 0620-READ-NEXT-LOAD THRU 0620-READ-NEXT-LOAD-EX
           END-PERFORM

           IF NOT LOAD-AT-EOF
              AND KLD-RECORD-KEY LESS THAN HELD-RECORD-KEY
               DISPLAY 'FIZZKRLD - FIZZKLD OUT OF KEY ORDER AT LINE '
                       KLD-PRODUCT-LINE ' NUMBER ' KLD-CURRENT-NUMBER
                       ' AFTER ' HELD-PRODUCT-LINE ' '
                       HELD-CURRENT-NUMBER
               SET REBUILD-FAILED TO TRUE
           END-IF
           .

       0630-HOLD-NEXT-LOAD-EX.
           EXIT.

      * FIZZKEYN IS DEFINED EMPTY BY THE STEP BEFORE THIS ONE, SO
      * OPEN OUTPUT IS A LOAD, NOT A REPLACE.
       0700-OPEN-NEW.

           OPEN OUTPUT NEW-KEYED-FILE
           IF NOT NEW-KEYED-FILE-OK
               DISPLAY 'FIZZKRLD - UNABLE TO OPEN NEW-KEYED-FILE, '
                       'STATUS = ' NEW-KEYED-FILE-STATUS
               SET REBUILD-FAILED TO TRUE
               GO TO 0700-OPEN-NEW-EX
           END-IF
           SET NEW-FILE-OPEN TO TRUE
           .

       0700-OPEN-NEW-EX.
           EXIT.

      * TWO-FILE MATCH ON ASCENDING KEY, THE SAME AS FIZZCMP'S.  A
      * LIVE KEY BELOW THE HELD LOAD KEY IS CARRIED ACROSS; THE
      * SAME KEY IS REPLACED BY THE LOAD RECORD; A LOAD KEY BELOW
      * THE LIVE ONE IS NEW.
       1000-MERGE-RECORDS.

           IF NOT HELD-RECORD-PRESENT
              OR (NOT LIVE-AT-EOF
                  AND KEY-RECORD-KEY LESS THAN HELD-RECORD-KEY)
               MOVE KEYED-OUTPUT-RECORD TO NEW-KEYED-RECORD
               PERFORM 1100-WRITE-NEW THRU 1100-WRITE-NEW-EX
               ADD 1 TO LIVE-KEPT-COUNT
               PERFORM 0610-READ-NEXT-LIVE THRU 0610-READ-NEXT-LIVE-EX
               GO TO 1000-MERGE-RECORDS-EX
           END-IF

           MOVE HELD-LOAD-RECORD TO NEW-KEYED-RECORD
           PERFORM 1100-WRITE-NEW THRU 1100-WRITE-NEW-EX
           IF NOT LIVE-AT-EOF
              AND KEY-RECORD-KEY EQUAL HELD-RECORD-KEY
               ADD 1 TO LIVE-REPLACED-COUNT
               PERFORM 0610-READ-NEXT-LIVE THRU 0610-READ-NEXT-LIVE-EX
           ELSE
               ADD 1 TO LOAD-ADDED-COUNT
           END-IF
           IF NOT REBUILD-FAILED
               PERFORM 0630-HOLD-NEXT-LOAD THRU 0630-HOLD-NEXT-LOAD-EX
           END-IF
           .

       1000-MERGE-RECORDS-EX.
           EXIT.

       1100-WRITE-NEW.

           WRITE NEW-KEYED-RECORD
               INVALID KEY
                   DISPLAY 'FIZZKRLD - UNABLE TO LOAD NEW-KEYED-FILE, '
                           'STATUS = ' NEW-KEYED-FILE-STATUS
                   SET REBUILD-FAILED TO TRUE
                   GO TO 1100-WRITE-NEW-EX
           END-WRITE
           IF NOT NEW-KEYED-FILE-OK
               DISPLAY 'FIZZKRLD - UNABLE TO LOAD NEW-KEYED-FILE, '
                       'STATUS = ' NEW-KEYED-FILE-STATUS
               SET REBUILD-FAILED TO TRUE
               GO TO 1100-WRITE-NEW-EX
           END-IF
           ADD 1 TO NEW-RECORDS-WRITTEN
           .

       1100-WRITE-NEW-EX.
           EXIT.

       8300-DISPLAY-SUMMARY.

           DISPLAY 'FIZZKRLD - REBUILD SUMMARY'
           DISPLAY '  LIVE RECORDS READ    = ' LIVE-RECORDS-READ
           DISPLAY '  LOAD RECORDS READ    = ' LOAD-RECORDS-READ
           DISPLAY '  LOAD REPEATS DROPPED = ' LOAD-SUPERSEDED-COUNT
           DISPLAY '  LIVE KEPT            = ' LIVE-KEPT-COUNT
           DISPLAY '  LIVE REPLACED        = ' LIVE-REPLACED-COUNT
           DISPLAY '  LOAD ADDED           = ' LOAD-ADDED-COUNT
           DISPLAY '  NEW RECORDS WRITTEN  = ' NEW-RECORDS-WRITTEN
           .

       8300-DISPLAY-SUMMARY-EX.
           EXIT.

       9999-END.
           .
