      ******************************************************************
      * AUTHOR:    RJP
      * DATE:      15 OCT 2026
      * PURPOSE:   PARTNER DISTRIBUTION.  FIZZEXT WAS BUILT FOR ONE
      *            RECEIVER; OTHER SHOPS NOW WANT THEIR OWN FEED -
      *            ONLY THE NUMBERS THEY CARE ABOUT, IN THE LAYOUT
      *            THEY CAN LOAD, ON THE DAYS THEY LOAD.  EACH
      *            PARTNER'S SUBSCRIPTION ON FIZZSUBS NAMES ITS
      *            RANGES (BY PRODUCT LINE), ITS FORMAT (FIXED OR
      *            DELIMITED), ITS TRANSMIT DAYS, AND THE GRACE
      *            PERIOD FIZZACK ALLOWS IT.  ON A TRANSMIT DAY THIS
      *            PROGRAM CUTS ONE GENERATION FOR ONE PARTNER: EVERY
      *            DETAIL IN THE PARTNER'S RANGES FROM EVERY FIZZEXT
      *            GENERATION LOGGED SINCE THE PARTNER'S LAST CUT,
      *            UNDER ITS OWN HEADER AND A TRAILER WITH ITS OWN
      *            COUNT AND HASH TOTAL, AND LOGS IT TO FIZZXLOG
      *            UNDER THE PARTNER ID SO FIZZACK RECONCILES IT.
      *            A PARTNER WITH NOTHING NEW STILL GETS AN EMPTY,
      *            BALANCED FILE - SILENCE ON A TRANSMIT DAY MUST
      *            MEAN SOMETHING WENT WRONG, NOT "NO ACTIVITY".
      *
      *            "SINCE THE LAST CUT" IS TAKEN FROM FIZZXLOG ITSELF,
      *            WHICH IS ONLY EVER APPENDED: THE FIZZEXT
      *            GENERATIONS WANTED ARE THE HOUSE-FEED RECORDS
      *            (PARTNER ID BLANK) LOGGED AFTER THE PARTNER'S OWN
      *            LATEST RECORD.  ONLY A LOGGED GENERATION IS EVER
      *            DISTRIBUTED, SO AN UNBALANCED FIZZCONS GENERATION
      *            THAT WAS NEVER LOGGED IS NEVER PASSED ON.
      *
      * USAGE:     FIZZDIST PARTNER [FORCE]
      *              PARTNER   THE PARTNER ID ON FIZZSUBS (1-6
      *                        CHARACTERS)
      *              FORCE     CUT EVEN THOUGH TODAY IS NOT ONE OF
      *                        THE PARTNER'S TRANSMIT DAYS - FOR A
      *                        RE-SEND THE PARTNER HAS ASKED FOR
      *
      *              FIZZSUBS  PARTNER SUBSCRIPTIONS
      *              FIZZXLOG  TRANSMIT LOG - READ, THEN APPENDED
      *              FIZZEXT   EVERY FIZZEXT GENERATION ON FILE
      *                        (THE GDG BASE, ALL GENERATIONS)
      *              FIZZDSTO  THE PARTNER'S CUT, LRECL 100
      *
      * RETURN CODES:
      *            00  CUT WRITTEN AND LOGGED
      *            04  NOT ONE OF THE PARTNER'S TRANSMIT DAYS -
      *                NOTHING CUT, NOTHING LOGGED
      *            08  CUT WRITTEN AND LOGGED, BUT A GENERATION IT
      *                SHOULD HAVE CARRIED IS NO LONGER ON FILE
      *            12  A FILE COULD NOT BE OPENED OR WRITTEN
      *            16  BAD ARGUMENTS, OR THE PARTNER'S SUBSCRIPTION
      *                IS MISSING OR INVALID
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJP  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE ASSIGN TO FIZZSUBS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBSCRIPTION-FILE-STATUS.

           SELECT TRANSMIT-LOG-FILE ASSIGN TO FIZZXLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSMIT-LOG-FILE-STATUS.

           SELECT EXTRACT-IN-FILE ASSIGN TO FIZZEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRACT-IN-FILE-STATUS.

           SELECT DISTRIBUTION-FILE ASSIGN TO FIZZDSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISTRIBUTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE 'P' RECORD PER PARTNER, FOLLOWED ANYWHERE IN THE FILE BY
      * ITS 'R' RANGE RECORDS.  SUB-TRANSMIT-DAYS IS SEVEN Y/N FLAGS,
      * MONDAY FIRST.  A RANGE WITH A BLANK LINE COVERS EVERY LINE.
      * GENERATIONS LOGGED BEFORE SUB-START-DATE ARE NEVER SENT, SO
      * A NEW PARTNER'S FIRST CUT IS NOT THE WHOLE GDG.
       FD  SUBSCRIPTION-FILE
           RECORDING MODE IS F.
       01  SUBSCRIPTION-RECORD.
           05  SUB-RECORD-TYPE     PIC X(01).
               88  SUB-PARTNER-RECORD VALUE 'P'.
               88  SUB-RANGE-RECORD VALUE 'R'.
           05  SUB-PARTNER-ID      PIC X(06).
           05  SUB-PARTNER-DATA.
               10  SUB-FORMAT      PIC X(01).
               10  SUB-TRANSMIT-DAYS.
                   15  SUB-TRANSMIT-DAY PIC X(01) OCCURS 7.
               10  SUB-GRACE-DAYS  PIC 9(03).
               10  SUB-START-DATE  PIC 9(08).
               10  SUB-PARTNER-NAME PIC X(30).
               10  FILLER          PIC X(24).
           05  SUB-RANGE-DATA REDEFINES SUB-PARTNER-DATA.
               10  SUB-RANGE-LINE  PIC X(04).
               10  SUB-RANGE-FROM  PIC 9(09).
               10  SUB-RANGE-TO    PIC 9(09).
               10  FILLER          PIC X(51).

      * TRANSMIT-LOG-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL AND FIZZCONS.CBL.  A BLANK PARTNER ID IS THE
      * HOUSE FEED.
       FD  TRANSMIT-LOG-FILE
           RECORDING MODE IS F.
       01  TRANSMIT-LOG-RECORD.
           05  XLOG-RUN-DATE       PIC 9(08).
           05  XLOG-RUN-TIME       PIC 9(08).
           05  XLOG-RECORD-COUNT   PIC 9(09).
           05  XLOG-HASH-TOTAL     PIC 9(18).
           05  XLOG-ACK-STATUS     PIC X(01).
           05  XLOG-PARTNER-ID     PIC X(06).

      * THE FIZZEXT GENERATIONS, ALL CONCATENATED.  SAME LAYOUT AS
      * THE EXTRACT FIZZBUZZ WRITES - 'H' HEADER, 'D' DETAIL PER
      * NUMBER, 'T' TRAILER.
       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       01  EXTRACT-IN-RECORD      PIC X(100).

      * THE PARTNER'S CUT.  DELIMITED IS THE FIZZEXT LAYOUT ITSELF
      * WITH THE PARTNER ID ENDING THE HEADER; FIXED IS THE SAME
      * FACTS IN FIXED COLUMNS, FOR RECEIVERS THAT CANNOT SPLIT ON
      * A DELIMITER.
       FD  DISTRIBUTION-FILE
           RECORDING MODE IS F.
       01  DISTRIBUTION-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
       01  ARG-TOKENS.
           05  ARG-TOKEN-1        PIC X(09).
           05  ARG-TOKEN-1-LEN    PIC 9(02).
           05  ARG-TOKEN-2        PIC X(09).
           05  ARG-TOKEN-2-LEN    PIC 9(02).
           05  ARG-TOKEN-3        PIC X(09).
           05  ARG-TOKEN-3-LEN    PIC 9(02).

       01  DISTRIBUTION-CONTROLS.
           05  PARTNER-ID         PIC X(06) VALUE SPACES.
           05  PARTNER-NAME       PIC X(30) VALUE SPACES.
           05  PARTNER-FORMAT     PIC X(01) VALUE SPACES.
               88  FIXED-FORMAT VALUE 'F'.
               88  DELIMITED-FORMAT VALUE 'D'.
           05  PARTNER-DAYS.
               10  PARTNER-DAY    PIC X(01) OCCURS 7.
           05  PARTNER-START-DATE PIC 9(08) VALUE ZERO.
           05  RUN-DATE-STAMP     PIC 9(8) VALUE ZERO.
           05  RUN-TIME-STAMP     PIC 9(8) VALUE ZERO.
           05  TODAYS-WEEKDAY     PIC 9(1) VALUE ZERO.

       01  BINARY.
           05  RANGE-INDEX        PIC S9(9).
           05  WANTED-INDEX       PIC S9(9).
           05  DAY-INDEX          PIC S9(9).

       01  FILLER.
           05  FILLER             PIC X VALUE 'Y'.
               88  ARGS-ARE-VALID VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  FORCE-CUT VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  PARTNER-FOUND VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  SUBSCRIPTION-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  LOG-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  EXTRACT-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  COPYING-THIS-GEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  DETAIL-IN-RANGE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  GENERATIONS-MISSING VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  DISTRIBUTION-FILE-OPEN VALUE 'Y', FALSE 'N'.

      * THE PARTNER'S RANGES.
       01  RANGE-TABLE.
           05  RANGE-COUNT        PIC 9(4) VALUE ZERO.
           05  MAXIMUM-RANGES     PIC 9(4) VALUE 100.
           05  RANGE-ENTRY OCCURS 100.
               10  RNG-LINE       PIC X(04).
               10  RNG-FROM       PIC 9(09).
               10  RNG-TO         PIC 9(09).

      * THE HOUSE-FEED GENERATIONS LOGGED SINCE THE PARTNER'S LAST
      * CUT, BY HEADER DATE AND TIME, MARKED AS THEY ARE FOUND IN
      * THE FIZZEXT CONCATENATION.
       01  WANTED-TABLE.
           05  WANTED-COUNT       PIC 9(4) VALUE ZERO.
           05  MAXIMUM-WANTED     PIC 9(4) VALUE 500.
           05  WANTED-ENTRY OCCURS 500.
               10  WNT-RUN-DATE   PIC 9(08).
               10  WNT-RUN-TIME   PIC 9(08).
               10  WNT-FOUND-SW   PIC X(01).

      * PARSED FIELDS OF ONE INPUT EXTRACT RECORD.
       01  EXTRACT-WORK-FIELDS.
           05  EXTRACT-RECORD-TYPE PIC X(01) VALUE SPACES.
           05  EXTRACT-SOURCE-NAME PIC X(08) VALUE SPACES.
           05  EXTRACT-HEADER-DATE PIC X(08) VALUE SPACES.
           05  EXTRACT-HEADER-TIME PIC X(08) VALUE SPACES.
           05  EXTRACT-DETAIL-NUMBER PIC 9(9) VALUE ZERO.
           05  EXTRACT-DETAIL-RESULT PIC X(50) VALUE SPACES.
           05  EXTRACT-DETAIL-DATE PIC X(08) VALUE SPACES.
           05  EXTRACT-DETAIL-RANGE PIC X(19) VALUE SPACES.
           05  EXTRACT-RANGE-START PIC X(09) VALUE SPACES.
           05  EXTRACT-RANGE-END  PIC X(09) VALUE SPACES.
           05  EXTRACT-DETAIL-LINE PIC X(04) VALUE SPACES.
           05  EXTRACT-DETAIL-FIELD PIC X(50) VALUE SPACES.
           05  EXTRACT-WORK-LINE  PIC X(100) VALUE SPACES.

      * THE FIXED-FORMAT RECORDS.
       01  FIXED-HEADER-RECORD.
           05  FXH-RECORD-TYPE    PIC X(01) VALUE 'H'.
           05  FXH-SOURCE-NAME    PIC X(08) VALUE 'FIZZDIST'.
           05  FXH-RUN-DATE       PIC 9(08).
           05  FXH-RUN-TIME       PIC 9(08).
           05  FXH-PARTNER-ID     PIC X(06).
           05  FILLER             PIC X(69) VALUE SPACES.

       01  FIXED-DETAIL-RECORD.
           05  FXD-RECORD-TYPE    PIC X(01) VALUE 'D'.
           05  FXD-NUMBER         PIC 9(09).
           05  FXD-RESULT         PIC X(50).
           05  FXD-RUN-DATE       PIC X(08).
           05  FXD-RANGE-START    PIC X(09).
           05  FXD-RANGE-END      PIC X(09).
           05  FXD-PRODUCT-LINE   PIC X(04).
           05  FILLER             PIC X(10) VALUE SPACES.

       01  FIXED-TRAILER-RECORD.
           05  FXT-RECORD-TYPE    PIC X(01) VALUE 'T'.
           05  FXT-RECORD-COUNT   PIC 9(09).
           05  FXT-HASH-TOTAL     PIC 9(18).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  DISTRIBUTION-COUNTS.
           05  EXTRACT-IN-COUNT   PIC 9(9) VALUE ZERO.
           05  DISTRIBUTED-COUNT  PIC 9(9) VALUE ZERO.
           05  DISTRIBUTED-HASH   PIC 9(18) VALUE ZERO.
           05  GENERATIONS-READ   PIC 9(4) VALUE ZERO.
           05  GENERATIONS-USED   PIC 9(4) VALUE ZERO.

       01  FILE-STATUS-VALUES.
           05  SUBSCRIPTION-FILE-STATUS PIC X(02) VALUE '00'.
               88  SUBSCRIPTION-FILE-OK VALUE '00'.
           05  TRANSMIT-LOG-FILE-STATUS PIC X(02) VALUE '00'.
               88  TRANSMIT-LOG-FILE-OK VALUE '00'.
               88  TRANSMIT-LOG-NOT-FOUND VALUE '35'.
           05  EXTRACT-IN-FILE-STATUS PIC X(02) VALUE '00'.
               88  EXTRACT-IN-FILE-OK VALUE '00'.
           05  DISTRIBUTION-FILE-STATUS PIC X(02) VALUE '00'.
               88  DISTRIBUTION-FILE-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE THRU 0500-INITIALIZE-EXIT
           IF NOT ARGS-ARE-VALID
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0600-LOAD-SUBSCRIPTION
               THRU 0600-LOAD-SUBSCRIPTION-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GOBACK
           END-IF

           IF PARTNER-DAY (TODAYS-WEEKDAY) NOT EQUAL 'Y'
              AND NOT FORCE-CUT
               DISPLAY 'FIZZDIST - TODAY IS NOT A TRANSMIT DAY FOR '
                       PARTNER-ID ' - NOTHING CUT'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-TRANSMIT-LOG
               THRU 1000-LOAD-TRANSMIT-LOG-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GOBACK
           END-IF

           PERFORM 2000-CUT-GENERATION THRU 2000-CUT-GENERATION-EX
           IF RETURN-CODE NOT EQUAL ZERO
               PERFORM 8300-DISPLAY-SUMMARY
                   THRU 8300-DISPLAY-SUMMARY-EX
               GOBACK
           END-IF

           PERFORM 3000-WRITE-TRANSMIT-LOG
               THRU 3000-WRITE-TRANSMIT-LOG-EX
           PERFORM 8300-DISPLAY-SUMMARY THRU 8300-DISPLAY-SUMMARY-EX

           IF RETURN-CODE EQUAL ZERO
              AND GENERATIONS-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD END-ACCEPT
           ACCEPT RUN-TIME-STAMP FROM TIME END-ACCEPT
           ACCEPT TODAYS-WEEKDAY FROM DAY-OF-WEEK END-ACCEPT
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           MOVE SPACES TO ARG-TOKENS
           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-TOKEN-1 COUNT IN ARG-TOKEN-1-LEN
                    ARG-TOKEN-2 COUNT IN ARG-TOKEN-2-LEN
                    ARG-TOKEN-3 COUNT IN ARG-TOKEN-3-LEN
           END-UNSTRING

           IF ARG-TOKEN-1-LEN EQUAL ZERO
               DISPLAY 'FIZZDIST - PARTNER IS REQUIRED'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           IF ARG-TOKEN-1-LEN GREATER THAN 6
               DISPLAY 'FIZZDIST - PARTNER MAY NOT EXCEED SIX '
                       'CHARACTERS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           MOVE ARG-TOKEN-1 (1:ARG-TOKEN-1-LEN) TO PARTNER-ID

           IF ARG-TOKEN-2-LEN NOT EQUAL ZERO
               IF ARG-TOKEN-2 EQUAL 'FORCE'
                   SET FORCE-CUT TO TRUE
               ELSE
                   DISPLAY 'FIZZDIST - UNKNOWN OPTION '
                           ARG-TOKEN-2
                   SET ARGS-ARE-VALID TO FALSE
                   GO TO 0500-INITIALIZE-EXIT
               END-IF
           END-IF
           IF ARG-TOKEN-3-LEN NOT EQUAL ZERO
               DISPLAY 'FIZZDIST - TOO MANY ARGUMENTS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           .

       0500-INITIALIZE-EXIT.
           EXIT.

      * FIND THE PARTNER'S 'P' RECORD AND COLLECT ITS RANGES.  A
      * PARTNER WITH NO RANGES IS LEGAL - IT GETS AN EMPTY FILE ON
      * EVERY TRANSMIT DAY UNTIL ITS RANGES ARE ADDED.
       0600-LOAD-SUBSCRIPTION.

           OPEN INPUT SUBSCRIPTION-FILE
           IF NOT SUBSCRIPTION-FILE-OK
               DISPLAY 'FIZZDIST - UNABLE TO OPEN SUBSCRIPTION-FILE, '
                       'STATUS = ' SUBSCRIPTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0600-LOAD-SUBSCRIPTION-EX
           END-IF

           PERFORM UNTIL SUBSCRIPTION-AT-EOF
               READ SUBSCRIPTION-FILE
                   AT END
                       SET SUBSCRIPTION-AT-EOF TO TRUE
               END-READ
               IF NOT SUBSCRIPTION-AT-EOF
                  AND SUB-PARTNER-ID EQUAL PARTNER-ID
                   PERFORM 0610-LOAD-ONE-SUBSCRIPTION
                       THRU 0610-LOAD-ONE-SUBSCRIPTION-EX
               END-IF
           END-PERFORM
           CLOSE SUBSCRIPTION-FILE

           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0600-LOAD-SUBSCRIPTION-EX
           END-IF
           IF NOT PARTNER-FOUND
               DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                       ' HAS NO SUBSCRIPTION ON FIZZSUBS'
               MOVE 16 TO RETURN-CODE
               GO TO 0600-LOAD-SUBSCRIPTION-EX
           END-IF
           IF RANGE-COUNT EQUAL ZERO
               DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                       ' SUBSCRIBES TO NO RANGES - AN EMPTY FILE '
                       'WILL BE CUT'
           END-IF
           .

       0600-LOAD-SUBSCRIPTION-EX.
           EXIT.

       0610-LOAD-ONE-SUBSCRIPTION.

           IF SUB-PARTNER-RECORD
               IF PARTNER-FOUND
                   DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                           ' HAS MORE THAN ONE P RECORD'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0610-LOAD-ONE-SUBSCRIPTION-EX
               END-IF
               IF SUB-FORMAT NOT EQUAL 'F'
                  AND SUB-FORMAT NOT EQUAL 'D'
                   DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                           ' FORMAT MUST BE F OR D'
                   MOVE 16 TO RETURN-CODE
                   GO TO 0610-LOAD-ONE-SUBSCRIPTION-EX
               END-IF
               PERFORM VARYING DAY-INDEX FROM 1 BY 1
                   UNTIL DAY-INDEX GREATER THAN 7
                   IF SUB-TRANSMIT-DAY (DAY-INDEX) NOT EQUAL 'Y'
                      AND SUB-TRANSMIT-DAY (DAY-INDEX) NOT EQUAL 'N'
                       DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                               ' TRANSMIT DAYS MUST BE Y OR N'
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-PERFORM
               IF SUB-START-DATE NOT NUMERIC
                   DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                           ' START DATE MUST BE NUMERIC'
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF RETURN-CODE NOT EQUAL ZERO
                   GO TO 0610-LOAD-ONE-SUBSCRIPTION-EX
               END-IF
               SET PARTNER-FOUND TO TRUE
               MOVE SUB-FORMAT TO PARTNER-FORMAT
               MOVE SUB-TRANSMIT-DAYS TO PARTNER-DAYS
               MOVE SUB-START-DATE TO PARTNER-START-DATE
               MOVE SUB-PARTNER-NAME TO PARTNER-NAME
               GO TO 0610-LOAD-ONE-SUBSCRIPTION-EX
           END-IF

           IF NOT SUB-RANGE-RECORD
               DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                       ' RECORD TYPE ' SUB-RECORD-TYPE
                       ' IS NOT P OR R'
               MOVE 16 TO RETURN-CODE
               GO TO 0610-LOAD-ONE-SUBSCRIPTION-EX
           END-IF
           IF SUB-RANGE-FROM NOT NUMERIC
              OR SUB-RANGE-TO NOT NUMERIC
              OR SUB-RANGE-FROM EQUAL ZERO
              OR SUB-RANGE-FROM GREATER THAN SUB-RANGE-TO
               DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                       ' RANGE ' SUB-RANGE-FROM ' THRU '
                       SUB-RANGE-TO ' IS INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 0610-LOAD-ONE-SUBSCRIPTION-EX
           END-IF
           IF RANGE-COUNT EQUAL MAXIMUM-RANGES
               DISPLAY 'FIZZDIST - PARTNER ' PARTNER-ID
                       ' HAS MORE THAN ' MAXIMUM-RANGES ' RANGES'
               MOVE 16 TO RETURN-CODE
               GO TO 0610-LOAD-ONE-SUBSCRIPTION-EX
           END-IF
           ADD 1 TO RANGE-COUNT
           MOVE SUB-RANGE-LINE TO RNG-LINE (RANGE-COUNT)
           MOVE SUB-RANGE-FROM TO RNG-FROM (RANGE-COUNT)
           MOVE SUB-RANGE-TO TO RNG-TO (RANGE-COUNT)
           .

       0610-LOAD-ONE-SUBSCRIPTION-EX.
           EXIT.

      * ONE PASS OF THE LOG.  EVERY HOUSE-FEED GENERATION IS
      * WANTED UNTIL A RECORD OF THE PARTNER'S OWN TURNS UP - THAT
      * CUT CARRIED EVERYTHING LOGGED BEFORE IT, SO THE LIST
      * STARTS AGAIN EMPTY.  WHAT IS LEFT AT THE END IS WHAT THE
      * PARTNER HAS NOT YET BEEN SENT.
       1000-LOAD-TRANSMIT-LOG.

           OPEN INPUT TRANSMIT-LOG-FILE
           IF TRANSMIT-LOG-NOT-FOUND
               GO TO 1000-LOAD-TRANSMIT-LOG-EX
           END-IF
           IF NOT TRANSMIT-LOG-FILE-OK
               DISPLAY 'FIZZDIST - UNABLE TO OPEN TRANSMIT-LOG-FILE, '
                       'STATUS = ' TRANSMIT-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 1000-LOAD-TRANSMIT-LOG-EX
           END-IF

           PERFORM UNTIL LOG-AT-EOF
               READ TRANSMIT-LOG-FILE
                   AT END
                       SET LOG-AT-EOF TO TRUE
               END-READ
               IF NOT LOG-AT-EOF
                   IF XLOG-PARTNER-ID EQUAL PARTNER-ID
                       MOVE ZERO TO WANTED-COUNT
                   END-IF
                   IF XLOG-PARTNER-ID EQUAL SPACES
                      AND XLOG-RUN-DATE NOT LESS THAN
                          PARTNER-START-DATE
                       PERFORM 1100-ADD-WANTED-GENERATION
                           THRU 1100-ADD-WANTED-GENERATION-EX
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSMIT-LOG-FILE
           .

       1000-LOAD-TRANSMIT-LOG-EX.
           EXIT.

       1100-ADD-WANTED-GENERATION.

           IF WANTED-COUNT EQUAL MAXIMUM-WANTED
               DISPLAY 'FIZZDIST - MORE THAN ' MAXIMUM-WANTED
                       ' GENERATIONS SINCE THE LAST CUT FOR '
                       PARTNER-ID
               MOVE 12 TO RETURN-CODE
               SET LOG-AT-EOF TO TRUE
               GO TO 1100-ADD-WANTED-GENERATION-EX
           END-IF
           ADD 1 TO WANTED-COUNT
           MOVE XLOG-RUN-DATE TO WNT-RUN-DATE (WANTED-COUNT)
           MOVE XLOG-RUN-TIME TO WNT-RUN-TIME (WANTED-COUNT)
           MOVE 'N' TO WNT-FOUND-SW (WANTED-COUNT)
           .

       1100-ADD-WANTED-GENERATION-EX.
           EXIT.

      * WRITE THE PARTNER'S GENERATION - HEADER, EVERY IN-RANGE
      * DETAIL OF EVERY WANTED FIZZEXT GENERATION, TRAILER.  WITH
      * NOTHING WANTED THE FIZZEXT CONCATENATION IS NOT EVEN OPENED
      * AND THE CUT IS A BALANCED EMPTY FILE.
       2000-CUT-GENERATION.

           OPEN OUTPUT DISTRIBUTION-FILE
           IF NOT DISTRIBUTION-FILE-OK
               DISPLAY 'FIZZDIST - UNABLE TO OPEN DISTRIBUTION-FILE, '
                       'STATUS = ' DISTRIBUTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 2000-CUT-GENERATION-EX
           END-IF
           SET DISTRIBUTION-FILE-OPEN TO TRUE

           IF FIXED-FORMAT
               MOVE RUN-DATE-STAMP TO FXH-RUN-DATE
               MOVE RUN-TIME-STAMP TO FXH-RUN-TIME
               MOVE PARTNER-ID TO FXH-PARTNER-ID
               MOVE FIXED-HEADER-RECORD TO EXTRACT-WORK-LINE
           ELSE
               MOVE SPACES TO EXTRACT-WORK-LINE
               STRING 'H;FIZZDIST;' DELIMITED BY SIZE
                      RUN-DATE-STAMP DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      RUN-TIME-STAMP DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      PARTNER-ID DELIMITED BY SPACE
                      INTO EXTRACT-WORK-LINE
               END-STRING
           END-IF
           PERFORM 2300-WRITE-DISTRIBUTION-LINE
               THRU 2300-WRITE-DISTRIBUTION-LINE-EX

           IF WANTED-COUNT GREATER THAN ZERO
               OPEN INPUT EXTRACT-IN-FILE
               IF NOT EXTRACT-IN-FILE-OK
                   DISPLAY 'FIZZDIST - UNABLE TO OPEN EXTRACT-IN-FILE, '
                           'STATUS = ' EXTRACT-IN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 2100-COPY-NEXT-DETAIL
                       THRU 2100-COPY-NEXT-DETAIL-EX
                       UNTIL EXTRACT-AT-EOF
                   CLOSE EXTRACT-IN-FILE
               END-IF
           END-IF

           IF FIXED-FORMAT
               MOVE DISTRIBUTED-COUNT TO FXT-RECORD-COUNT
               MOVE DISTRIBUTED-HASH TO FXT-HASH-TOTAL
               MOVE FIXED-TRAILER-RECORD TO EXTRACT-WORK-LINE
           ELSE
               MOVE SPACES TO EXTRACT-WORK-LINE
               STRING 'T;' DELIMITED BY SIZE
                      DISTRIBUTED-COUNT DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      DISTRIBUTED-HASH DELIMITED BY SIZE
                      INTO EXTRACT-WORK-LINE
               END-STRING
           END-IF
           PERFORM 2300-WRITE-DISTRIBUTION-LINE
               THRU 2300-WRITE-DISTRIBUTION-LINE-EX

           CLOSE DISTRIBUTION-FILE
           SET DISTRIBUTION-FILE-OPEN TO FALSE

      * A WANTED GENERATION THAT HAS ROLLED OFF THE GDG CANNOT BE
      * SENT.  THE CUT STILL GOES - IT BALANCES FOR WHAT IT CARRIES
      * - BUT THE STEP PAGES SO THE GAP CAN BE FILLED BY HAND.
           PERFORM VARYING WANTED-INDEX FROM 1 BY 1
               UNTIL WANTED-INDEX GREATER THAN WANTED-COUNT
               IF WNT-FOUND-SW (WANTED-INDEX) NOT EQUAL 'Y'
                   DISPLAY 'FIZZDIST - GENERATION '
                           WNT-RUN-DATE (WANTED-INDEX) '-'
                           WNT-RUN-TIME (WANTED-INDEX)
                           ' IS NO LONGER ON FILE - NOT SENT TO '
                           PARTNER-ID
                   SET GENERATIONS-MISSING TO TRUE
               END-IF
           END-PERFORM
           .

       2000-CUT-GENERATION-EX.
           EXIT.

      * ONE INPUT RECORD.  A HEADER DECIDES WHETHER ITS GENERATION
      * IS ONE THE PARTNER IS OWED; A DETAIL OF SUCH A GENERATION
      * IS SENT WHEN ITS NUMBER AND LINE FALL IN ONE OF THE
      * PARTNER'S RANGES.  TRAILERS ARE DROPPED - THE CUT CARRIES
      * ITS OWN.
       2100-COPY-NEXT-DETAIL.

           READ EXTRACT-IN-FILE
               AT END
                   SET EXTRACT-AT-EOF TO TRUE
                   GO TO 2100-COPY-NEXT-DETAIL-EX
           END-READ

           IF EXTRACT-IN-RECORD (1:2) EQUAL 'H;'
               ADD 1 TO GENERATIONS-READ
               PERFORM 2110-CHECK-HEADER THRU 2110-CHECK-HEADER-EX
               GO TO 2100-COPY-NEXT-DETAIL-EX
           END-IF
           IF EXTRACT-IN-RECORD (1:2) NOT EQUAL 'D;'
               GO TO 2100-COPY-NEXT-DETAIL-EX
           END-IF
           ADD 1 TO EXTRACT-IN-COUNT
           IF NOT COPYING-THIS-GEN
               GO TO 2100-COPY-NEXT-DETAIL-EX
           END-IF
           IF EXTRACT-IN-RECORD (3:9) NOT NUMERIC
               DISPLAY 'FIZZDIST - MALFORMED DETAIL RECORD SKIPPED: '
                       EXTRACT-IN-RECORD (1:40)
               GO TO 2100-COPY-NEXT-DETAIL-EX
           END-IF

           MOVE SPACES TO EXTRACT-DETAIL-RESULT
           MOVE SPACES TO EXTRACT-DETAIL-DATE
           MOVE SPACES TO EXTRACT-DETAIL-RANGE
           MOVE SPACES TO EXTRACT-DETAIL-LINE
           UNSTRING EXTRACT-IN-RECORD DELIMITED BY ';'
               INTO EXTRACT-DETAIL-FIELD
                    EXTRACT-DETAIL-NUMBER
                    EXTRACT-DETAIL-RESULT
                    EXTRACT-DETAIL-DATE
                    EXTRACT-DETAIL-RANGE
                    EXTRACT-DETAIL-LINE
           END-UNSTRING
           MOVE EXTRACT-IN-RECORD (3:9) TO EXTRACT-DETAIL-NUMBER
           IF EXTRACT-DETAIL-LINE EQUAL SPACES
               MOVE 'BASE' TO EXTRACT-DETAIL-LINE
           END-IF

           SET DETAIL-IN-RANGE TO FALSE
           PERFORM VARYING RANGE-INDEX FROM 1 BY 1
               UNTIL RANGE-INDEX GREATER THAN RANGE-COUNT
               OR DETAIL-IN-RANGE
               IF EXTRACT-DETAIL-NUMBER NOT LESS THAN
                      RNG-FROM (RANGE-INDEX)
                  AND EXTRACT-DETAIL-NUMBER NOT GREATER THAN
                      RNG-TO (RANGE-INDEX)
                  AND (RNG-LINE (RANGE-INDEX) EQUAL SPACES
                       OR RNG-LINE (RANGE-INDEX) EQUAL
                          EXTRACT-DETAIL-LINE)
                   SET DETAIL-IN-RANGE TO TRUE
               END-IF
           END-PERFORM
           IF NOT DETAIL-IN-RANGE
               GO TO 2100-COPY-NEXT-DETAIL-EX
           END-IF

           IF FIXED-FORMAT
               MOVE SPACES TO EXTRACT-RANGE-START
               MOVE SPACES TO EXTRACT-RANGE-END
               UNSTRING EXTRACT-DETAIL-RANGE DELIMITED BY '-'
                   INTO EXTRACT-RANGE-START
                        EXTRACT-RANGE-END
               END-UNSTRING
               MOVE EXTRACT-DETAIL-NUMBER TO FXD-NUMBER
               MOVE EXTRACT-DETAIL-RESULT TO FXD-RESULT
               MOVE EXTRACT-DETAIL-DATE TO FXD-RUN-DATE
               MOVE EXTRACT-RANGE-START TO FXD-RANGE-START
               MOVE EXTRACT-RANGE-END TO FXD-RANGE-END
               MOVE EXTRACT-DETAIL-LINE TO FXD-PRODUCT-LINE
               MOVE FIXED-DETAIL-RECORD TO EXTRACT-WORK-LINE
           ELSE
               MOVE EXTRACT-IN-RECORD TO EXTRACT-WORK-LINE
           END-IF
           PERFORM 2300-WRITE-DISTRIBUTION-LINE
               THRU 2300-WRITE-DISTRIBUTION-LINE-EX
           ADD 1 TO DISTRIBUTED-COUNT
           ADD EXTRACT-DETAIL-NUMBER TO DISTRIBUTED-HASH
           .

       2100-COPY-NEXT-DETAIL-EX.
           EXIT.

      * A HEADER IS 'H;' SOURCE ';' DATE ';' TIME - THE SAME DATE
      * AND TIME ITS FIZZXLOG RECORD CARRIES.
       2110-CHECK-HEADER.

           SET COPYING-THIS-GEN TO FALSE
           MOVE SPACES TO EXTRACT-HEADER-DATE
           MOVE SPACES TO EXTRACT-HEADER-TIME
           UNSTRING EXTRACT-IN-RECORD DELIMITED BY ';'
               INTO EXTRACT-RECORD-TYPE
                    EXTRACT-SOURCE-NAME
                    EXTRACT-HEADER-DATE
                    EXTRACT-HEADER-TIME
           END-UNSTRING
           IF EXTRACT-HEADER-DATE NOT NUMERIC
              OR EXTRACT-HEADER-TIME NOT NUMERIC
               GO TO 2110-CHECK-HEADER-EX
           END-IF

           PERFORM VARYING WANTED-INDEX FROM 1 BY 1
               UNTIL WANTED-INDEX GREATER THAN WANTED-COUNT
               OR COPYING-THIS-GEN
               IF WNT-RUN-DATE (WANTED-INDEX) EQUAL
                      EXTRACT-HEADER-DATE
                  AND WNT-RUN-TIME (WANTED-INDEX) EQUAL
                      EXTRACT-HEADER-TIME
                  AND WNT-FOUND-SW (WANTED-INDEX) NOT EQUAL 'Y'
                   MOVE 'Y' TO WNT-FOUND-SW (WANTED-INDEX)
                   SET COPYING-THIS-GEN TO TRUE
                   ADD 1 TO GENERATIONS-USED
               END-IF
           END-PERFORM
           .

       2110-CHECK-HEADER-EX.
           EXIT.

       2300-WRITE-DISTRIBUTION-LINE.

           MOVE EXTRACT-WORK-LINE TO DISTRIBUTION-RECORD
           WRITE DISTRIBUTION-RECORD
           IF NOT DISTRIBUTION-FILE-OK
               DISPLAY 'FIZZDIST - UNABLE TO WRITE DISTRIBUTION-FILE, '
                       'STATUS = ' DISTRIBUTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       2300-WRITE-DISTRIBUTION-LINE-EX.
           EXIT.

      * APPEND THE CUT'S SENT-SIDE TOTALS UNDER THE PARTNER ID -
      * THE SAME DATE/TIME ITS HEADER CARRIES, SO FIZZACK CAN MATCH
      * THE PARTNER'S ACKNOWLEDGMENT TO EXACTLY THIS GENERATION,
      * AND SO THE NEXT CUT STARTS AFTER IT.
       3000-WRITE-TRANSMIT-LOG.

           OPEN EXTEND TRANSMIT-LOG-FILE
           IF NOT TRANSMIT-LOG-FILE-OK
               OPEN OUTPUT TRANSMIT-LOG-FILE
           END-IF
           IF NOT TRANSMIT-LOG-FILE-OK
               DISPLAY 'FIZZDIST - UNABLE TO OPEN TRANSMIT-LOG-FILE, '
                       'STATUS = ' TRANSMIT-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 3000-WRITE-TRANSMIT-LOG-EX
           END-IF

           MOVE SPACES TO TRANSMIT-LOG-RECORD
           MOVE RUN-DATE-STAMP TO XLOG-RUN-DATE
           MOVE RUN-TIME-STAMP TO XLOG-RUN-TIME
           MOVE DISTRIBUTED-COUNT TO XLOG-RECORD-COUNT
           MOVE DISTRIBUTED-HASH TO XLOG-HASH-TOTAL
           MOVE 'N' TO XLOG-ACK-STATUS
           MOVE PARTNER-ID TO XLOG-PARTNER-ID
           WRITE TRANSMIT-LOG-RECORD
           IF NOT TRANSMIT-LOG-FILE-OK
               DISPLAY 'FIZZDIST - UNABLE TO WRITE TRANSMIT-LOG-FILE, '
                       'STATUS = ' TRANSMIT-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE TRANSMIT-LOG-FILE
           .

       3000-WRITE-TRANSMIT-LOG-EX.
           EXIT.

       8300-DISPLAY-SUMMARY.

           DISPLAY 'FIZZDIST - DISTRIBUTION SUMMARY'
           DISPLAY '  PARTNER              = ' PARTNER-ID ' '
                   PARTNER-NAME
           DISPLAY '  FORMAT               = ' PARTNER-FORMAT
           DISPLAY '  GENERATIONS OWED     = ' WANTED-COUNT
           DISPLAY '  GENERATIONS READ     = ' GENERATIONS-READ
           DISPLAY '  GENERATIONS SENT     = ' GENERATIONS-USED
           DISPLAY '  DETAILS READ         = ' EXTRACT-IN-COUNT
           DISPLAY '  DETAILS SENT         = ' DISTRIBUTED-COUNT
           DISPLAY '  HASH TOTAL           = ' DISTRIBUTED-HASH
           .

       8300-DISPLAY-SUMMARY-EX.
           EXIT.

       9999-END.
           .
