      *            FIZZAJOB PAGES BATCH SUPPORT THE MORNING AFTER,
      *            NOT AT MONTH-END.
      *
      *            PARTNER FEEDS CUT BY FIZZDIST ARE LOGGED THE SAME
      *            WAY UNDER THE PARTNER'S ID AND ACKNOWLEDGED BY
      *            THE PARTNER UNDER THAT ID; A LOG RECORD ONLY
      *            MATCHES AN ACKNOWLEDGMENT CARRYING ITS OWN
      *            PARTNER ID (BLANK FOR THE HOUSE FEED).  EACH
      *            PARTNER'S GRACE PERIOD COMES FROM ITS FIZZSUBS
      *            SUBSCRIPTION; GRACEDAYS COVERS THE HOUSE FEED AND
      *            ANY PARTNER WITHOUT ONE OF ITS OWN.
      *
      * USAGE:     FIZZACK GRACEDAYS
      *              GRACEDAYS  HOW MANY DAYS A TRANSMISSION MAY GO
      *                         UNACKNOWLEDGED BEFORE IT IS AN
      *            A MISMATCHED ONE STAYS 'N' AND PAGES EVERY NIGHT
      *            UNTIL SOMEBODY RESOLVES IT.
      *
      *              FIZZSUBS  PARTNER SUBSCRIPTIONS - OPTIONAL; ONLY
      *                        THE 'P' RECORDS ARE READ
      *
      * RETURN CODES:
      *            00  EVERY LOGGED TRANSMISSION ACKNOWLEDGED OR
      *                STILL INSIDE THE GRACE PERIOD
      *
      * MODIFICATION HISTORY:
      *   02 SEP 2026  RJP  INITIAL VERSION.
      *   15 OCT 2026  RJP  RECONCILE PARTNER FEEDS BY PARTNER ID WITH
      *                     EACH PARTNER'S OWN GRACE PERIOD FROM
      *                     FIZZSUBS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE ASSIGN TO FIZZSUBS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBSCRIPTION-FILE-STATUS.

           SELECT TRANSMIT-LOG-FILE ASSIGN TO FIZZXLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSMIT-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SUBSCRIPTION-RECORD MUST MATCH THE LAYOUT READ BY
      * FIZZDIST.CBL.  ONLY THE 'P' RECORDS MATTER HERE.
       FD  SUBSCRIPTION-FILE
           RECORDING MODE IS F.
       01  SUBSCRIPTION-RECORD.
           05  SUB-RECORD-TYPE     PIC X(01).
               88  SUB-PARTNER-RECORD VALUE 'P'.
           05  SUB-PARTNER-ID      PIC X(06).
           05  SUB-FORMAT          PIC X(01).
           05  SUB-TRANSMIT-DAYS   PIC X(07).
           05  SUB-GRACE-DAYS      PIC 9(03).
           05  SUB-START-DATE      PIC 9(08).
           05  SUB-PARTNER-NAME    PIC X(30).
           05  FILLER              PIC X(24).

      * TRANSMIT-LOG-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL, FIZZCONS.CBL AND FIZZDIST.CBL.  A BLANK
      * PARTNER ID IS THE HOUSE FEED.
       FD  TRANSMIT-LOG-FILE
           RECORDING MODE IS F.
       01  TRANSMIT-LOG-RECORD.
           05  XLOG-HASH-TOTAL     PIC 9(18).
           05  XLOG-ACK-STATUS     PIC X(01).
               88  XLOG-ACKNOWLEDGED VALUE 'Y'.
           05  XLOG-PARTNER-ID     PIC X(06).

      * THE RECEIVER'S NIGHTLY ACKNOWLEDGMENT - THE HEADER DATE AND
      * TIME OF THE FILE THEY LOADED, THE RECORD COUNT, AND THE
      * HASH TOTAL THEY COMPUTED ON THEIR SIDE.  A PARTNER'S
      * ACKNOWLEDGMENT ALSO CARRIES ITS PARTNER ID; THE HOUSE
      * RECEIVER LEAVES IT BLANK.
       FD  ACKNOWLEDGMENT-FILE
           RECORDING MODE IS F.
       01  ACKNOWLEDGMENT-RECORD.
           05  ACK-RUN-TIME        PIC 9(08).
           05  ACK-RECORD-COUNT    PIC 9(09).
           05  ACK-HASH-TOTAL      PIC 9(18).
           05  ACK-PARTNER-ID      PIC X(06).
           05  FILLER              PIC X(01).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).

       01  RECONCILE-CONTROLS.
           05  GRACE-DAYS         PIC 9(3) VALUE ZERO.
           05  DEFAULT-GRACE-DAYS PIC 9(3) VALUE ZERO.
           05  TODAYS-DATE        PIC 9(8) VALUE ZERO.

       01  FILLER.
               88  LOG-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  EXCEPTIONS-FOUND VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  SUBSCRIPTION-AT-EOF VALUE 'Y', FALSE 'N'.

      * THE NIGHT'S ACKNOWLEDGMENTS, LOADED UP FRONT AND MARKED AS
      * THEY MATCH - ANYTHING STILL UNMATCHED AT THE END IS AN
               10  ACKT-RUN-TIME   PIC 9(08).
               10  ACKT-RECORD-COUNT PIC 9(09).
               10  ACKT-HASH-TOTAL PIC 9(18).
               10  ACKT-PARTNER-ID PIC X(06).
               10  ACKT-MATCHED-SW PIC X(01).

      * THE PARTNERS ON FIZZSUBS, EACH WITH ITS OWN GRACE PERIOD
      * AND ITS OWN SHARE OF THE NIGHT'S COUNTS.  ENTRY ZERO IS
      * NEVER USED - PARTNER-INDEX ZERO MEANS THE HOUSE FEED OR A
      * PARTNER NOT ON FIZZSUBS.
       01  PARTNER-TABLE.
           05  PARTNER-COUNT      PIC 9(4) VALUE ZERO.
           05  MAXIMUM-PARTNERS   PIC 9(4) VALUE 100.
           05  PARTNER-ENTRY OCCURS 100.
               10  PTN-PARTNER-ID PIC X(06).
               10  PTN-GRACE-DAYS PIC 9(03).
               10  PTN-MATCHED    PIC 9(06).
               10  PTN-MISMATCHED PIC 9(06).
               10  PTN-OVERDUE    PIC 9(06).
               10  PTN-PENDING    PIC 9(06).

       01  DATE-WORK-FIELDS.
           05  CONVERT-DATE       PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES CONVERT-DATE.
       01  BINARY.
           05  ACK-INDEX          PIC S9(9).
           05  MATCHED-INDEX      PIC S9(9).
           05  PARTNER-INDEX      PIC S9(9).
           05  SEARCH-INDEX       PIC S9(9).
           05  ADJUSTED-YEAR      PIC S9(9).
           05  ADJUSTED-MONTH     PIC S9(9).
           05  LEAP-QUOTIENT-4    PIC S9(9).
               88  TRANSMIT-LOG-FILE-OK VALUE '00'.
           05  ACKNOWLEDGMENT-FILE-STATUS PIC X(02) VALUE '00'.
               88  ACKNOWLEDGMENT-FILE-OK VALUE '00'.
           05  SUBSCRIPTION-FILE-STATUS PIC X(02) VALUE '00'.
               88  SUBSCRIPTION-FILE-OK VALUE '00'.
               88  SUBSCRIPTION-NOT-FOUND VALUE '35'.

       PROCEDURE DIVISION.

               GOBACK
           END-IF

           PERFORM 0600-LOAD-PARTNERS THRU 0600-LOAD-PARTNERS-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GOBACK
           END-IF

           PERFORM 1000-LOAD-ACKNOWLEDGMENTS
               THRU 1000-LOAD-ACKNOWLEDGMENTS-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           MOVE ARG-TOKEN-1 (1:ARG-TOKEN-1-LEN) TO DEFAULT-GRACE-DAYS
           .

       0500-INITIALIZE-EXIT.
           EXIT.

      * LOAD EVERY PARTNER'S GRACE PERIOD.  NO FIZZSUBS AT ALL
      * MEANS NO PARTNERS YET - EVERYTHING RECONCILES UNDER
      * GRACEDAYS, AS IT ALWAYS DID.  A PARTNER WHOSE GRACE IS
      * BLANK OR ZERO ALSO FALLS BACK TO GRACEDAYS.
       0600-LOAD-PARTNERS.

           OPEN INPUT SUBSCRIPTION-FILE
           IF SUBSCRIPTION-NOT-FOUND
               GO TO 0600-LOAD-PARTNERS-EX
           END-IF
           IF NOT SUBSCRIPTION-FILE-OK
               DISPLAY 'FIZZACK - UNABLE TO OPEN SUBSCRIPTION-FILE, '
                       'STATUS = ' SUBSCRIPTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0600-LOAD-PARTNERS-EX
           END-IF

           PERFORM UNTIL SUBSCRIPTION-AT-EOF
               READ SUBSCRIPTION-FILE
                   AT END
                       SET SUBSCRIPTION-AT-EOF TO TRUE
               END-READ
               IF NOT SUBSCRIPTION-AT-EOF
                  AND SUB-PARTNER-RECORD
                   PERFORM 0610-LOAD-ONE-PARTNER
                       THRU 0610-LOAD-ONE-PARTNER-EX
               END-IF
           END-PERFORM
           CLOSE SUBSCRIPTION-FILE
           .

       0600-LOAD-PARTNERS-EX.
           EXIT.

       0610-LOAD-ONE-PARTNER.

           IF PARTNER-COUNT EQUAL MAXIMUM-PARTNERS
               DISPLAY 'FIZZACK - MORE THAN ' MAXIMUM-PARTNERS
                       ' PARTNERS ON FIZZSUBS'
               MOVE 12 TO RETURN-CODE
               SET SUBSCRIPTION-AT-EOF TO TRUE
               GO TO 0610-LOAD-ONE-PARTNER-EX
           END-IF

           ADD 1 TO PARTNER-COUNT
           MOVE SUB-PARTNER-ID TO PTN-PARTNER-ID (PARTNER-COUNT)
           IF SUB-GRACE-DAYS NUMERIC
              AND SUB-GRACE-DAYS GREATER THAN ZERO
               MOVE SUB-GRACE-DAYS TO PTN-GRACE-DAYS (PARTNER-COUNT)
           ELSE
               MOVE DEFAULT-GRACE-DAYS
                   TO PTN-GRACE-DAYS (PARTNER-COUNT)
           END-IF
           MOVE ZERO TO PTN-MATCHED (PARTNER-COUNT)
           MOVE ZERO TO PTN-MISMATCHED (PARTNER-COUNT)
           MOVE ZERO TO PTN-OVERDUE (PARTNER-COUNT)
           MOVE ZERO TO PTN-PENDING (PARTNER-COUNT)
           .

       0610-LOAD-ONE-PARTNER-EX.
           EXIT.

      * LOAD THE RECEIVER'S ACKNOWLEDGMENTS INTO THE TABLE.  A
      * MISSING OR EMPTY FIZZACKF IS NOT AN ERROR BY ITSELF - THE
      * GRACE-PERIOD TEST DECIDES WHETHER SILENCE IS AN EXCEPTION.
           MOVE ACK-RUN-TIME TO ACKT-RUN-TIME (ACK-COUNT)
           MOVE ACK-RECORD-COUNT TO ACKT-RECORD-COUNT (ACK-COUNT)
           MOVE ACK-HASH-TOTAL TO ACKT-HASH-TOTAL (ACK-COUNT)
           MOVE ACK-PARTNER-ID TO ACKT-PARTNER-ID (ACK-COUNT)
           MOVE 'N' TO ACKT-MATCHED-SW (ACK-COUNT)
           .


      * WALK THE TRANSMIT LOG.  ALREADY-ACKNOWLEDGED RECORDS ARE
      * COUNTED AND PASSED; EACH PENDING ONE IS MATCHED AGAINST THE
      * ACK TABLE BY PARTNER ID AND HEADER DATE AND TIME.
       2000-RECONCILE-LOG.

           OPEN I-O TRANSMIT-LOG-FILE
               GO TO 2100-RECONCILE-ONE-EX
           END-IF

           MOVE ZERO TO PARTNER-INDEX
           MOVE DEFAULT-GRACE-DAYS TO GRACE-DAYS
           IF XLOG-PARTNER-ID NOT EQUAL SPACES
               PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                   UNTIL SEARCH-INDEX GREATER THAN PARTNER-COUNT
                   OR PARTNER-INDEX NOT EQUAL ZERO
                   IF PTN-PARTNER-ID (SEARCH-INDEX) EQUAL
                          XLOG-PARTNER-ID
                       MOVE SEARCH-INDEX TO PARTNER-INDEX
                       MOVE PTN-GRACE-DAYS (SEARCH-INDEX)
                           TO GRACE-DAYS
                   END-IF
               END-PERFORM
           END-IF

           MOVE ZERO TO MATCHED-INDEX
           PERFORM VARYING ACK-INDEX FROM 1 BY 1
               UNTIL ACK-INDEX GREATER THAN ACK-COUNT
               IF ACKT-RUN-DATE (ACK-INDEX) EQUAL XLOG-RUN-DATE
                  AND ACKT-RUN-TIME (ACK-INDEX) EQUAL XLOG-RUN-TIME
                  AND ACKT-PARTNER-ID (ACK-INDEX) EQUAL
                      XLOG-PARTNER-ID
                  AND MATCHED-INDEX EQUAL ZERO
                   MOVE ACK-INDEX TO MATCHED-INDEX
               END-IF
              OR ACKT-HASH-TOTAL (MATCHED-INDEX) NOT EQUAL
                  XLOG-HASH-TOTAL
               DISPLAY 'FIZZACK - TRANSMISSION ' XLOG-RUN-DATE '-'
                       XLOG-RUN-TIME ' ' XLOG-PARTNER-ID
                       ' ACKNOWLEDGED WITH A DIFFERENT COUNT OR HASH'
               DISPLAY '  SENT   ' XLOG-RECORD-COUNT ' / '
                       XLOG-HASH-TOTAL
               DISPLAY '  LOADED '
                       ACKT-RECORD-COUNT (MATCHED-INDEX) ' / '
                       ACKT-HASH-TOTAL (MATCHED-INDEX)
               ADD 1 TO MISMATCHED-COUNT
               IF PARTNER-INDEX NOT EQUAL ZERO
                   ADD 1 TO PTN-MISMATCHED (PARTNER-INDEX)
               END-IF
               SET EXCEPTIONS-FOUND TO TRUE
               GO TO 2100-RECONCILE-ONE-EX
           END-IF
               GO TO 2100-RECONCILE-ONE-EX
           END-IF
           ADD 1 TO MATCHED-TONIGHT
           IF PARTNER-INDEX NOT EQUAL ZERO
               ADD 1 TO PTN-MATCHED (PARTNER-INDEX)
           END-IF
           .

       2100-RECONCILE-ONE-EX.
               TODAYS-SERIAL-DAY - SERIAL-DAY-NUMBER
           IF RECORD-AGE-DAYS GREATER THAN GRACE-DAYS
               DISPLAY 'FIZZACK - TRANSMISSION ' XLOG-RUN-DATE '-'
                       XLOG-RUN-TIME ' ' XLOG-PARTNER-ID
                       ' UNACKNOWLEDGED FOR '
                       RECORD-AGE-DAYS ' DAYS (GRACE ' GRACE-DAYS
                       ')'
               ADD 1 TO OVERDUE-COUNT
               IF PARTNER-INDEX NOT EQUAL ZERO
                   ADD 1 TO PTN-OVERDUE (PARTNER-INDEX)
               END-IF
               SET EXCEPTIONS-FOUND TO TRUE
           ELSE
               ADD 1 TO PENDING-COUNT
               IF PARTNER-INDEX NOT EQUAL ZERO
                   ADD 1 TO PTN-PENDING (PARTNER-INDEX)
               END-IF
           END-IF
           .

               IF ACKT-MATCHED-SW (ACK-INDEX) NOT EQUAL 'Y'
                   DISPLAY 'FIZZACK - ACKNOWLEDGMENT FOR '
                           ACKT-RUN-DATE (ACK-INDEX) '-'
                           ACKT-RUN-TIME (ACK-INDEX) ' '
                           ACKT-PARTNER-ID (ACK-INDEX)
                           ' MATCHES NO LOGGED TRANSMISSION'
                   ADD 1 TO UNMATCHED-ACKS
                   SET EXCEPTIONS-FOUND TO TRUE
           DISPLAY '  OVERDUE (PAST GRACE)  = ' OVERDUE-COUNT
           DISPLAY '  PENDING (IN GRACE)    = ' PENDING-COUNT
           DISPLAY '  UNMATCHED ACKS        = ' UNMATCHED-ACKS
           IF PARTNER-COUNT GREATER THAN ZERO
               DISPLAY '  PARTNER  GRACE  MATCHED  MISMATCH  '
                       'OVERDUE  PENDING'
           END-IF
           PERFORM VARYING PARTNER-INDEX FROM 1 BY 1
               UNTIL PARTNER-INDEX GREATER THAN PARTNER-COUNT
               DISPLAY '  ' PTN-PARTNER-ID (PARTNER-INDEX)
                       '   ' PTN-GRACE-DAYS (PARTNER-INDEX)
                       '    ' PTN-MATCHED (PARTNER-INDEX)
                       '   ' PTN-MISMATCHED (PARTNER-INDEX)
                       '    ' PTN-OVERDUE (PARTNER-INDEX)
                       '   ' PTN-PENDING (PARTNER-INDEX)
           END-PERFORM
           .

       8300-DISPLAY-SUMMARY-EX.
