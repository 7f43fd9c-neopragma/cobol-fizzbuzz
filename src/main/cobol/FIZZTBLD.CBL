      ******************************************************************
      * AUTHOR:    RJP
      * DATE:      15 OCT 2026
      * PURPOSE:   NIGHTLY WORKLIST BUILDER.  RANGE REQUESTS ARE NOW
      *            ENTERED, REPRIORITIZED AND CANCELLED ONLINE
      *            THROUGH THE FZRQ TRANSACTION (FIZZRQM), WHICH
      *            RECORDS THEM IN FIZZRQS - THE CARD DECK THAT USED
      *            TO BE HAND-KEYED INTO FIZZTXN BEFORE THE NIGHT'S
      *            RUN IS GONE.  THIS PROGRAM READS FIZZRQS FRONT TO
      *            BACK AND WRITES ONE FIZZTXN REQUEST RECORD FOR
      *            EVERY REQUEST STILL WAITING TO RUN:
      *              'P'  PENDING - ENTERED ONLINE, OR LEFT BEHIND
      *                   BY A PREVIOUS NIGHT'S CUTOFF
      *              'I'  IN FLIGHT - STOPPED MID-RANGE BY A
      *                   CUTOFF; FIZZBUZZ RESUMES IT FROM ITS
      *                   FIZZRST CHECKPOINT
      *            COMPLETE, REJECTED, SATISFIED AND CANCELLED
      *            REQUESTS ARE LEFT OFF.  THE WORKLIST IS WRITTEN
      *            IN FIZZRQS KEY ORDER; FIZZBUZZ SORTS IT INTO
      *            PRIORITY ORDER ITSELF.  NOTHING ON FIZZRQS IS
      *            CHANGED HERE - THE RUN THAT FOLLOWS MARKS EACH
      *            REQUEST AS IT WORKS IT.
      *
      * USAGE:     FIZZTBLD  (NO ARGUMENTS)
      *              FIZZRQS    REQUEST-STATUS CLUSTER, READ ONLY
      *              FIZZTXN    THE WORKLIST, REWRITTEN FRESH EVERY
      *                         RUN.  NOTHING WAITING WRITES IT
      *                         EMPTY, WHICH A TXN-MODE FIZZBUZZ RUN
      *                         TREATS AS NO WORK.
      *
      * RETURN CODES:
      *            00  WORKLIST WRITTEN (POSSIBLY EMPTY)
      *            12  FIZZRQS OR FIZZTXN COULD NOT BE OPENED, READ
      *                OR WRITTEN
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJP  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZTBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-STATUS-FILE ASSIGN TO FIZZRQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQS-KEY
               FILE STATUS IS REQUEST-STATUS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO FIZZTXN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.

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
               88  RQS-PENDING     VALUE 'P'.
               88  RQS-IN-FLIGHT   VALUE 'I'.
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

      * TRANSACTION-RECORD MUST MATCH THE LAYOUT READ BY FIZZBUZZ.CBL
      * IN TXN MODE.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
       01  WORK-TRANSACTION.
           05  TRX-STARTING-NUMBER PIC 9(09).
           05  TRX-ENDING-NUMBER   PIC 9(09).
           05  TRX-REQUESTOR       PIC X(08).
           05  TRX-PRIORITY        PIC 9(02).
           05  TRX-DATE-WANTED     PIC 9(08).
           05  TRX-PRODUCT-LINE    PIC X(04).

       01  FILLER.
           05  FILLER             PIC X VALUE 'N'.
               88  REQUEST-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  REQUEST-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  TRANSACTION-FILE-OPEN VALUE 'Y', FALSE 'N'.

       01  BUILD-COUNTS.
           05  REQUESTS-READ      PIC 9(9) VALUE ZERO.
           05  PENDING-WRITTEN    PIC 9(9) VALUE ZERO.
           05  IN-FLIGHT-WRITTEN  PIC 9(9) VALUE ZERO.
           05  REQUESTS-LEFT-OFF  PIC 9(9) VALUE ZERO.

       01  FILE-STATUS-VALUES.
           05  REQUEST-STATUS-FILE-STATUS PIC X(02) VALUE '00'.
               88  REQUEST-STATUS-FILE-OK VALUE '00'.
           05  TRANSACTION-FILE-STATUS PIC X(02) VALUE '00'.
               88  TRANSACTION-FILE-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EX
           IF RETURN-CODE NOT EQUAL ZERO
               PERFORM 3000-CLOSE-FILES THRU 3000-CLOSE-FILES-EX
               GOBACK
           END-IF

           PERFORM 2000-BUILD-WORKLIST THRU 2000-BUILD-WORKLIST-EX

           PERFORM 3000-CLOSE-FILES THRU 3000-CLOSE-FILES-EX
           PERFORM 8300-DISPLAY-SUMMARY THRU 8300-DISPLAY-SUMMARY-EX
           GOBACK
           .

      * THE WORKLIST IS OPENED OUTPUT AND WRITTEN FRESH EVERY NIGHT -
      * LAST NIGHT'S WORKLIST MUST NEVER DRIVE TONIGHT'S RUN.
       1000-OPEN-FILES.

           OPEN INPUT REQUEST-STATUS-FILE
           IF NOT REQUEST-STATUS-FILE-OK
               DISPLAY 'FIZZTBLD - UNABLE TO OPEN REQUEST-STATUS-FILE, '
                       'STATUS = ' REQUEST-STATUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 1000-OPEN-FILES-EX
           END-IF
           SET REQUEST-FILE-OPEN TO TRUE

           OPEN OUTPUT TRANSACTION-FILE
           IF NOT TRANSACTION-FILE-OK
               DISPLAY 'FIZZTBLD - UNABLE TO OPEN TRANSACTION-FILE, '
                       'STATUS = ' TRANSACTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 1000-OPEN-FILES-EX
           END-IF
           SET TRANSACTION-FILE-OPEN TO TRUE
           .

       1000-OPEN-FILES-EX.
           EXIT.

      * ONE PASS OF FIZZRQS.  A READ OR WRITE FAILURE STOPS THE
      * BUILD WITH RC 12 - A PARTIAL WORKLIST WOULD SILENTLY DROP
      * REQUESTS FROM TONIGHT'S RUN.
       2000-BUILD-WORKLIST.

           PERFORM UNTIL REQUEST-AT-EOF
               READ REQUEST-STATUS-FILE
                   AT END
                       SET REQUEST-AT-EOF TO TRUE
               END-READ
               IF NOT REQUEST-AT-EOF
                   IF NOT REQUEST-STATUS-FILE-OK
                       DISPLAY 'FIZZTBLD - UNABLE TO READ '
                               'REQUEST-STATUS-FILE, STATUS = '
                               REQUEST-STATUS-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       GO TO 2000-BUILD-WORKLIST-EX
                   END-IF
                   ADD 1 TO REQUESTS-READ
                   PERFORM 2100-SELECT-REQUEST
                       THRU 2100-SELECT-REQUEST-EX
                   IF RETURN-CODE NOT EQUAL ZERO
                       GO TO 2000-BUILD-WORKLIST-EX
                   END-IF
               END-IF
           END-PERFORM
           .

       2000-BUILD-WORKLIST-EX.
           EXIT.

       2100-SELECT-REQUEST.

           IF NOT RQS-PENDING AND NOT RQS-IN-FLIGHT
               ADD 1 TO REQUESTS-LEFT-OFF
               GO TO 2100-SELECT-REQUEST-EX
           END-IF

           MOVE RQS-STARTING-NUMBER TO TRX-STARTING-NUMBER
           MOVE RQS-ENDING-NUMBER TO TRX-ENDING-NUMBER
           MOVE RQS-REQUESTOR TO TRX-REQUESTOR
           MOVE RQS-PRIORITY TO TRX-PRIORITY
           MOVE RQS-DATE-WANTED TO TRX-DATE-WANTED
           MOVE RQS-PRODUCT-LINE TO TRX-PRODUCT-LINE
           MOVE WORK-TRANSACTION TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           IF NOT TRANSACTION-FILE-OK
               DISPLAY 'FIZZTBLD - UNABLE TO WRITE TRANSACTION-FILE, '
                       'STATUS = ' TRANSACTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 2100-SELECT-REQUEST-EX
           END-IF

           IF RQS-PENDING
               ADD 1 TO PENDING-WRITTEN
           ELSE
               ADD 1 TO IN-FLIGHT-WRITTEN
           END-IF
           .

       2100-SELECT-REQUEST-EX.
           EXIT.

       3000-CLOSE-FILES.

           IF REQUEST-FILE-OPEN
               CLOSE REQUEST-STATUS-FILE
               SET REQUEST-FILE-OPEN TO FALSE
           END-IF

           IF TRANSACTION-FILE-OPEN
               CLOSE TRANSACTION-FILE
               SET TRANSACTION-FILE-OPEN TO FALSE
           END-IF
           .

       3000-CLOSE-FILES-EX.
           EXIT.

       8300-DISPLAY-SUMMARY.

           DISPLAY 'FIZZTBLD - WORKLIST BUILD SUMMARY'
           DISPLAY '  REQUESTS READ     = ' REQUESTS-READ
           DISPLAY '  PENDING WRITTEN   = ' PENDING-WRITTEN
           DISPLAY '  IN FLIGHT WRITTEN = ' IN-FLIGHT-WRITTEN
           DISPLAY '  LEFT OFF          = ' REQUESTS-LEFT-OFF
           .

       8300-DISPLAY-SUMMARY-EX.
           EXIT.

       9999-END.
           .
