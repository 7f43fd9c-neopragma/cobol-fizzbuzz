      ******************************************************************
      * AUTHOR:    RJP
      * DATE:      15 OCT 2026
      * PURPOSE:   CLASSIFICATION DISPUTE INTAKE AND RESOLUTION.
      *            DOWNSTREAM SHOPS TELL US "YOUR FILE SAYS 4855 IS
      *            BUZZ BUT OUR COPY SAYS FIZZ" BY PHONE OR BY
      *            SPREADSHEET, AND EACH ONE USED TO BE WORKED BY HAND
      *            WITH FZIQ AND A SEARCH OF FIZZHIST FOR A CONTROL
      *            CHANGE IN BETWEEN.  DISPUTES NOW ARRIVE ON THE
      *            FIZZDSPI INTAKE FILE - THE CLAIMING SYSTEM, THE
      *            PRODUCT LINE, THE NUMBER, THE CLASSIFICATION THEY
      *            HOLD, AND THE DATE OF THE FEED THEY GOT IT FROM.
      *            FOR EACH ONE THIS PROGRAM:
      *              - LOOKS THE NUMBER UP ON FIZZKEY THROUGH
      *                FIZZLKUP, WITH ITS LINEAGE;
      *              - RE-DERIVES OUR CLASSIFICATION UNDER THE
      *                CONTROL SOURCE THE KEY WAS WRITTEN UNDER, SO
      *                OUR OWN RECORD IS CHECKED FIRST;
      *              - RE-DERIVES THE CLASSIFICATION UNDER THE
      *                FIZZCTM SET IN EFFECT ON THE FEED DATE (THE
      *                SAME SELECTION FIZZBUZZ AND FIZZVRFY MAKE FOR
      *                A RUN DATE);
      *              - LOOKS ON FIZZXLOG FOR THE GENERATIONS SENT ON
      *                THE FEED DATE AND WHETHER THEY WERE
      *                ACKNOWLEDGED - THE CLAIMANT'S OWN FIZZDIST
      *                CUTS WHEN IT IS A SUBSCRIBED PARTNER, THE
      *                HOUSE FEED OTHERWISE;
      *            AND RESOLVES IT AS ONE OF:
      *              CORRECT   OURS IS CORRECT - THEY HOLD WHAT WE
      *                        HOLD, OR THE RULES HAVE NOT CHANGED
      *                        SINCE THE FEED AND THEIR VALUE IS
      *                        NOT WHAT THEY GAVE
      *              STALE     THEIRS IS STALE - IT IS WHAT THE
      *                        FEED-DATE RULES GAVE, AND A LATER
      *                        CONTROL CHANGE RECLASSIFIED IT
      *              EXCLUDED  THE NUMBER IS ON FIZZEXCL - RESERVED
      *                        TO ANOTHER SYSTEM, NEVER CLASSIFIED
      *              NOTRUN    WE HAVE NEVER CLASSIFIED THE NUMBER
      *              MISMATCH  GENUINE MISMATCH - OUR FIZZKEY RECORD
      *                        DISAGREES WITH ITS OWN RULES, OR
      *                        THEIR VALUE MATCHES NEITHER WHAT WE
      *                        HOLD NOR WHAT THE FEED-DATE RULES
      *                        GIVE
      *              INVALID   THE INTAKE RECORD ITSELF IS UNUSABLE
      *            ONE FIZZDSPR RESPONSE RECORD GOES BACK TO THE
      *            CLAIMANT FOR EVERY DISPUTE, AND THE FIZZDRPT CASE
      *            REPORT SHOWS THE WORKING.  A GENUINE MISMATCH ENDS
      *            THE STEP RC 8, SO THE ALERT STEP PAGES EXACTLY AS
      *            IT DOES FOR A FIZZVRFY FAILURE.
      *
      * USAGE:     FIZZDISP  (NO ARGUMENTS)
      *              FIZZDSPI   DISPUTE INTAKE, ONE 80-BYTE RECORD PER
      *                         DISPUTE
      *              FIZZCTM    CONTROL MASTER, READ ONLY
      *              FIZZCTL    THE FLAT CONTROL CARD, IF ANY - THE
      *                         RULES BEHIND A 'CARD' CONTROL SOURCE
      *              FIZZXLOG   TRANSMIT LOG, READ ONLY
      *              FIZZKEY    AND FIZZEXCL, FOR FIZZLKUP
      *              FIZZDSPR   RESPONSES, 240-BYTE RECORDS
      *              FIZZDRPT   CASE REPORT, 132 BYTES
      *
      * RETURN CODES:
      *            00  EVERY DISPUTE RESOLVED WITHOUT A GENUINE
      *                MISMATCH
      *            08  AT LEAST ONE GENUINE MISMATCH
      *            12  A FILE COULD NOT BE OPENED OR WRITTEN, OR A
      *                FIZZKEY LOOKUP FAILED
      *            16  THE FIZZCTL CONTROL CARD IS INVALID
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJP  INITIAL VERSION.
      *   15 OCT 2026  RJP  COUNT A PARTNER CLAIMANT'S OWN FIZZDIST
      *                     GENERATIONS, NOT THE HOUSE FEED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZDISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO FIZZDSPI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT CONTROL-MASTER-FILE ASSIGN TO FIZZCTM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTM-KEY
               FILE STATUS IS CONTROL-MASTER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO FIZZCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT TRANSMIT-LOG-FILE ASSIGN TO FIZZXLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANSMIT-LOG-FILE-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO FIZZDSPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESPONSE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO FIZZDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE DISPUTE.  THE CLASSIFICATION IS AS THE FEED CARRIED IT -
      * A WORD OR COMBINED WORD, OR FOR A PLAIN NUMBER THE NINE
      * ZERO-FILLED DIGITS.  A BLANK LINE IS THE BASE LINE.
       FD  DISPUTE-FILE
           RECORDING MODE IS F.
       01  DISPUTE-RECORD.
           05  DSP-CLAIMING-SYSTEM PIC X(08).
           05  DSP-PRODUCT-LINE    PIC X(04).
           05  DSP-NUMBER          PIC 9(09).
           05  DSP-THEIR-RESULT    PIC X(50).
           05  DSP-FEED-DATE       PIC 9(08).
           05  FILLER              PIC X(01).

      * CONTROL-MASTER-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZCTLE.CBL.
       FD  CONTROL-MASTER-FILE.
       01  CONTROL-MASTER-RECORD.
           05  CTM-KEY.
               10  CTM-PRODUCT-LINE   PIC X(04).
               10  CTM-EFFECTIVE-FROM PIC 9(08).
           05  CTM-EFFECTIVE-TO    PIC 9(08).
           05  CTM-STATUS          PIC X(01).
               88  CTM-APPROVED VALUE 'A'.
           05  CTM-RULE-ENTRY OCCURS 5.
               10  CTM-DIVISOR     PIC 9(04).
               10  CTM-WORD        PIC X(10).
           05  CTM-ADDED-DATE      PIC 9(08).
           05  CTM-APPROVED-DATE   PIC 9(08).
           05  CTM-RULE-TYPE-ENTRY OCCURS 5.
               10  CTM-RULE-TYPE   PIC X(01).
               10  CTM-BLOCK-FROM  PIC 9(09).
               10  CTM-BLOCK-TO    PIC 9(09).
           05  FILLER              PIC X(09).

      * CONTROL-RECORD MUST MATCH THE CARD LAYOUT READ BY
      * FIZZBUZZ.CBL - UP TO FIVE DIVISOR/WORD PAIRS, AN ALL-ZERO/
      * ALL-BLANK PAIR UNUSED.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-RULE-ENTRY OCCURS 5.
               10  CTL-DIVISOR     PIC 9(4).
               10  CTL-WORD        PIC X(10).

      * TRANSMIT-LOG-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL, FIZZCONS.CBL AND FIZZDIST.CBL.  A BLANK
      * PARTNER ID IS THE HOUSE FEED.
       FD  TRANSMIT-LOG-FILE
           RECORDING MODE IS F.
       01  TRANSMIT-LOG-RECORD.
           05  XLOG-RUN-DATE       PIC 9(08).
           05  XLOG-RUN-TIME       PIC 9(08).
           05  XLOG-RECORD-COUNT   PIC 9(09).
           05  XLOG-HASH-TOTAL     PIC 9(18).
           05  XLOG-ACK-STATUS     PIC X(01).
               88  XLOG-ACKNOWLEDGED VALUE 'Y'.
           05  XLOG-PARTNER-ID     PIC X(06).

      * ONE RESPONSE PER DISPUTE, BACK TO THE CLAIMANT - THE DISPUTE
      * AS RECEIVED, THE RESOLUTION, AND THE FACTS BEHIND IT.
      * DSR-GENERATION-STATUS IS 'A' WHEN A GENERATION SENT ON THE
      * FEED DATE WAS ACKNOWLEDGED, 'U' WHEN ONE WAS SENT BUT NONE
      * ACKNOWLEDGED, 'N' WHEN NONE WAS LOGGED THAT DAY.
       FD  RESPONSE-FILE
           RECORDING MODE IS F.
       01  RESPONSE-RECORD.
           05  DSR-CLAIMING-SYSTEM PIC X(08).
           05  DSR-PRODUCT-LINE    PIC X(04).
           05  DSR-NUMBER          PIC 9(09).
           05  DSR-THEIR-RESULT    PIC X(50).
           05  DSR-FEED-DATE       PIC 9(08).
           05  DSR-RESOLUTION      PIC X(08).
           05  DSR-OUR-RESULT      PIC X(50).
           05  DSR-FEED-DATE-RESULT PIC X(50).
           05  DSR-FEED-CONTROL-SOURCE PIC X(08).
           05  DSR-OUR-CONTROL-SOURCE PIC X(08).
           05  DSR-OUR-RUN-ID      PIC X(17).
           05  DSR-CLASSIFIED-DATE PIC 9(08).
           05  DSR-GENERATION-STATUS PIC X(01).
           05  FILLER              PIC X(11).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  BINARY.
           05  THE-REMAINDER      PIC S9(9).
           05  THE-QUOTIENT       PIC S9(9).
           05  THE-DIVISOR        PIC S9(9).
           05  RULE-INDEX         PIC S9(9).
           05  RESULT-POINTER     PIC S9(9).
           05  CREDIT-INDEX       PIC S9(9).
           05  DIGIT-REMAINING    PIC S9(9).
           05  DIGIT-VALUE        PIC S9(9).
           05  MASTER-INDEX       PIC S9(9).
           05  BEST-MASTER-INDEX  PIC S9(9).
           05  LOG-INDEX          PIC S9(9).
           05  LOG-SLOT           PIC S9(9).

       01  FILLER.
           05  DERIVE-NUMBER      PIC 9(9).
           05  DERIVED-RESULT     PIC X(50).
           05  FILLER             PIC X VALUE 'N'.
               88  DISPUTE-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  MASTER-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  LOG-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  CARD-ON-FILE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  RULES-KNOWN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  DISPUTE-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  RESPONSE-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  REPORT-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  LOOKUP-CALLED VALUE 'Y', FALSE 'N'.

       01  DISPUTE-CONTROLS.
           05  TODAYS-DATE        PIC 9(8) VALUE ZERO.
           05  DISPUTE-LINE       PIC X(04) VALUE SPACES.
           05  RESOLVE-DATE       PIC 9(08) VALUE ZERO.
           05  RESOLVED-SOURCE    PIC X(08) VALUE SPACES.
           05  WANTED-SOURCE      PIC X(08) VALUE SPACES.
           05  WANTED-SOURCE-DATE REDEFINES WANTED-SOURCE
                                  PIC 9(08).
           05  OUR-EXPECTED-RESULT PIC X(50) VALUE SPACES.
           05  FEED-DATE-RESULT   PIC X(50) VALUE SPACES.
           05  FEED-DATE-SOURCE   PIC X(08) VALUE SPACES.
           05  RESOLUTION-CODE    PIC X(08) VALUE SPACES.
           05  RESOLUTION-TEXT    PIC X(50) VALUE SPACES.
           05  GENERATIONS-SENT   PIC 9(4) VALUE ZERO.
           05  GENERATIONS-ACKED  PIC 9(4) VALUE ZERO.
           05  CLAIMANT-PARTNER-ID PIC X(06) VALUE SPACES.

      * THE CALL INTERFACE DOCUMENTED IN FIZZLKUP.CBL.
       01  LKUP-PARAMETERS.
           05  LKUP-FUNCTION       PIC X(01).
           05  LKUP-NUMBER         PIC 9(09).
           05  LKUP-RESULT         PIC X(50).
           05  LKUP-STATUS         PIC X(02).
           05  LKUP-RUN-ID         PIC X(17).
           05  LKUP-CONTROL-SOURCE PIC X(08).
           05  LKUP-CLASSIFIED-DATE PIC 9(08).
           05  LKUP-PRODUCT-LINE   PIC X(04).

      * THE RULES BEING APPLIED - THE SAME TABLE, DEFAULTS AND TYPE
      * READING AS FIZZVRFY.  RULE-TYPE IS 'D' DIVISIBLE-BY, 'C'
      * CONTAINS-DIGIT, OR 'F' FIXED-VALUE, AS FIZZCTLE DEFINES
      * THEM.
       01  CONTROL-VALUES.
           05  RULE-COUNT         PIC 9(2) VALUE ZERO.
           05  RULE-ENTRY OCCURS 5.
               10  RULE-DIVISOR   PIC S9(9).
               10  RULE-WORD      PIC X(10).
               10  RULE-TYPE      PIC X(01).
               10  RULE-BLOCK-FROM PIC 9(9).
               10  RULE-BLOCK-TO  PIC 9(9).

       01  RULE-LIMITS.
           05  MAXIMUM-RULES      PIC 9(2) VALUE 5.

      * THE FIZZCTL CARD, EDITED ONCE AND KEPT IN RULE-TABLE FORM.
       01  CARD-VALUES.
           05  CARD-RULE-COUNT    PIC 9(2) VALUE ZERO.
           05  CARD-RULE-ENTRY OCCURS 5.
               10  CARD-DIVISOR   PIC S9(9).
               10  CARD-WORD      PIC X(10).

       01  RULE-MATCH-VALUES.
           05  MATCHED-RULE-COUNT PIC 9(2) VALUE ZERO.
           05  FIXED-VALUE-RULE   PIC 9(2) VALUE ZERO.
           05  RULE-MATCHED-SW    PIC X(01) OCCURS 5.

      * EVERY FIZZCTM SET ON FILE, LOADED ONCE - A DISPUTE MAY NEED
      * THE SET IN EFFECT ON ANY FEED DATE, OR THE SET A KEY NAMES
      * AS ITS CONTROL SOURCE, FOR ANY LINE.
       01  MASTER-TABLE.
           05  MASTER-COUNT       PIC 9(4) VALUE ZERO.
           05  MAXIMUM-MASTERS    PIC 9(4) VALUE 500.
           05  MASTER-ENTRY OCCURS 500.
               10  MST-PRODUCT-LINE PIC X(04).
               10  MST-EFFECTIVE-FROM PIC 9(08).
               10  MST-EFFECTIVE-TO PIC 9(08).
               10  MST-STATUS      PIC X(01).
               10  MST-RULE-ENTRY OCCURS 5.
                   15  MST-DIVISOR PIC 9(04).
                   15  MST-WORD    PIC X(10).
                   15  MST-RULE-TYPE PIC X(01).
                   15  MST-BLOCK-FROM PIC 9(09).
                   15  MST-BLOCK-TO PIC 9(09).

      * THE RUN DATE AND ACKNOWLEDGMENT OF THE MOST RECENT
      * GENERATIONS ON FIZZXLOG.  WHEN THE TABLE FILLS THE OLDEST
      * ENTRIES ARE REUSED IN TURN - THE LOG IS APPEND-ONLY.
       01  LOG-TABLE.
           05  LOG-COUNT          PIC 9(4) VALUE ZERO.
           05  MAXIMUM-LOGS       PIC 9(4) VALUE 2000.
           05  LOG-ENTRY OCCURS 2000.
               10  LOGT-RUN-DATE  PIC 9(08).
               10  LOGT-ACK-STATUS PIC X(01).
               10  LOGT-PARTNER-ID PIC X(06).

       01  DISPUTE-TOTALS.
           05  DISPUTES-READ      PIC 9(9) VALUE ZERO.
           05  CORRECT-COUNT      PIC 9(9) VALUE ZERO.
           05  STALE-COUNT        PIC 9(9) VALUE ZERO.
           05  EXCLUDED-COUNT     PIC 9(9) VALUE ZERO.
           05  NOT-RUN-COUNT      PIC 9(9) VALUE ZERO.
           05  MISMATCH-COUNT     PIC 9(9) VALUE ZERO.
           05  INVALID-COUNT      PIC 9(9) VALUE ZERO.

       01  PAGE-CONTROLS.
           05  LINES-PER-PAGE     PIC 9(4) VALUE 55.
           05  LINE-COUNT         PIC 9(4) VALUE ZERO.
           05  PAGE-NUMBER        PIC 9(4) VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER             PIC X(40)
               VALUE 'FIZZBUZZ CLASSIFICATION DISPUTE CASES   '.
           05  FILLER             PIC X(06) VALUE 'AS OF '.
           05  HDG-AS-OF-DATE     PIC 9(08).
           05  FILLER             PIC X(69) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER    PIC ZZZ9.

       01  CASE-HEADER-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CHL-CLAIMING-SYSTEM PIC X(08).
           05  FILLER             PIC X(07) VALUE '  LINE '.
           05  CHL-PRODUCT-LINE   PIC X(04).
           05  FILLER             PIC X(09) VALUE '  NUMBER '.
           05  CHL-NUMBER         PIC 9(09).
           05  FILLER             PIC X(12) VALUE '  FEED DATE '.
           05  CHL-FEED-DATE      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CHL-RESOLUTION     PIC X(50).

       01  CASE-DETAIL-LINE.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  CDL-LABEL          PIC X(21).
           05  FILLER             PIC X(02) VALUE ': '.
           05  CDL-RESULT         PIC X(50).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CDL-EXTRA          PIC X(51).

       01  TOTAL-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TTL-LABEL          PIC X(30).
           05  TTL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  FILE-STATUS-VALUES.
           05  DISPUTE-FILE-STATUS PIC X(02) VALUE '00'.
               88  DISPUTE-FILE-OK VALUE '00'.
           05  CONTROL-MASTER-FILE-STATUS PIC X(02) VALUE '00'.
               88  CONTROL-MASTER-FILE-OK VALUE '00'.
           05  CONTROL-FILE-STATUS PIC X(02) VALUE '00'.
               88  CONTROL-FILE-OK VALUE '00'.
               88  CONTROL-FILE-NOT-FOUND VALUE '35'.
           05  TRANSMIT-LOG-FILE-STATUS PIC X(02) VALUE '00'.
               88  TRANSMIT-LOG-FILE-OK VALUE '00'.
           05  RESPONSE-FILE-STATUS PIC X(02) VALUE '00'.
               88  RESPONSE-FILE-OK VALUE '00'.
           05  REPORT-FILE-STATUS PIC X(02) VALUE '00'.
               88  REPORT-FILE-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 0500-INITIALIZE THRU 0500-INITIALIZE-EXIT
           IF RETURN-CODE NOT EQUAL ZERO
               PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EX
               GOBACK
           END-IF

           PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX
           PERFORM UNTIL DISPUTE-AT-EOF
               READ DISPUTE-FILE
                   AT END
                       SET DISPUTE-AT-EOF TO TRUE
               END-READ
               IF NOT DISPUTE-AT-EOF
                   ADD 1 TO DISPUTES-READ
                   PERFORM 2000-RESOLVE-DISPUTE
                       THRU 2000-RESOLVE-DISPUTE-EX
                   IF RETURN-CODE NOT EQUAL ZERO
                       SET DISPUTE-AT-EOF TO TRUE
                   ELSE
                       PERFORM 3000-WRITE-RESPONSE
                           THRU 3000-WRITE-RESPONSE-EX
                       PERFORM 3100-PRINT-CASE
                           THRU 3100-PRINT-CASE-EX
                   END-IF
               END-IF
           END-PERFORM

           IF RETURN-CODE EQUAL ZERO
               PERFORM 3200-PRINT-TOTALS THRU 3200-PRINT-TOTALS-EX
           END-IF
           PERFORM 9000-CLOSE-FILES THRU 9000-CLOSE-FILES-EX
           PERFORM 8300-DISPLAY-SUMMARY THRU 8300-DISPLAY-SUMMARY-EX

           IF RETURN-CODE EQUAL ZERO
              AND MISMATCH-COUNT GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       0500-INITIALIZE.

           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT

           PERFORM 0510-LOAD-CONTROL-MASTER
               THRU 0510-LOAD-CONTROL-MASTER-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           PERFORM 0520-READ-CONTROL THRU 0520-READ-CONTROL-EXIT
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           PERFORM 0530-LOAD-TRANSMIT-LOG
               THRU 0530-LOAD-TRANSMIT-LOG-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 0500-INITIALIZE-EXIT
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF NOT DISPUTE-FILE-OK
               DISPLAY 'FIZZDISP - UNABLE TO OPEN DISPUTE-FILE, '
                       'STATUS = ' DISPUTE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           SET DISPUTE-FILE-OPEN TO TRUE

           OPEN OUTPUT RESPONSE-FILE
           IF NOT RESPONSE-FILE-OK
               DISPLAY 'FIZZDISP - UNABLE TO OPEN RESPONSE-FILE, '
                       'STATUS = ' RESPONSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           SET RESPONSE-FILE-OPEN TO TRUE

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               DISPLAY 'FIZZDISP - UNABLE TO OPEN REPORT-FILE, '
                       'STATUS = ' REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-INITIALIZE-EXIT
           END-IF
           SET REPORT-FILE-OPEN TO TRUE
           .

       0500-INITIALIZE-EXIT.
           EXIT.

      * EVERY SET ON THE CONTROL MASTER, WHATEVER ITS LINE OR
      * STATUS.  NO FIZZCTM AT ALL MEANS EVERY DATE RESOLVES TO THE
      * CARD OR THE DEFAULTS, THE SAME AS FIZZBUZZ.
       0510-LOAD-CONTROL-MASTER.

           OPEN INPUT CONTROL-MASTER-FILE
           IF NOT CONTROL-MASTER-FILE-OK
               GO TO 0510-LOAD-CONTROL-MASTER-EX
           END-IF

           PERFORM UNTIL MASTER-AT-EOF
               READ CONTROL-MASTER-FILE
                   AT END
                       SET MASTER-AT-EOF TO TRUE
               END-READ
               IF NOT MASTER-AT-EOF
                   IF MASTER-COUNT EQUAL MAXIMUM-MASTERS
                       DISPLAY 'FIZZDISP - MORE THAN '
                               MAXIMUM-MASTERS
                               ' CONTROL MASTER SETS'
                       MOVE 12 TO RETURN-CODE
                       SET MASTER-AT-EOF TO TRUE
                   ELSE
                       ADD 1 TO MASTER-COUNT
                       MOVE CTM-PRODUCT-LINE
                           TO MST-PRODUCT-LINE (MASTER-COUNT)
                       MOVE CTM-EFFECTIVE-FROM
                           TO MST-EFFECTIVE-FROM (MASTER-COUNT)
                       MOVE CTM-EFFECTIVE-TO
                           TO MST-EFFECTIVE-TO (MASTER-COUNT)
                       MOVE CTM-STATUS TO MST-STATUS (MASTER-COUNT)
                       PERFORM VARYING RULE-INDEX FROM 1 BY 1
                           UNTIL RULE-INDEX GREATER THAN
                                 MAXIMUM-RULES
                           MOVE CTM-DIVISOR (RULE-INDEX)
                               TO MST-DIVISOR (MASTER-COUNT,
                                               RULE-INDEX)
                           MOVE CTM-WORD (RULE-INDEX)
                               TO MST-WORD (MASTER-COUNT, RULE-INDEX)
                           MOVE CTM-RULE-TYPE (RULE-INDEX)
                               TO MST-RULE-TYPE (MASTER-COUNT,
                                                 RULE-INDEX)
                           MOVE CTM-BLOCK-FROM (RULE-INDEX)
                               TO MST-BLOCK-FROM (MASTER-COUNT,
                                                  RULE-INDEX)
                           MOVE CTM-BLOCK-TO (RULE-INDEX)
                               TO MST-BLOCK-TO (MASTER-COUNT,
                                                RULE-INDEX)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CONTROL-MASTER-FILE
           .

       0510-LOAD-CONTROL-MASTER-EX.
           EXIT.

      * SAME CONTROL-CARD EDITS AS FIZZVRFY'S 0510-READ-CONTROL.
      * ONLY A CARD THAT IS NOT THERE AT ALL (STATUS 35) MEANS NO
      * CARD; ANY OTHER OPEN FAILURE OR A BAD PAIR FAILS THE STEP.
       0520-READ-CONTROL.

           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-NOT-FOUND
               GO TO 0520-READ-CONTROL-EXIT
           END-IF
           IF NOT CONTROL-FILE-OK
               DISPLAY 'FIZZDISP - UNABLE TO OPEN CONTROL-FILE, '
                       'STATUS = ' CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0520-READ-CONTROL-EXIT
           END-IF

           READ CONTROL-FILE
               AT END
                   GO TO 0520-CLOSE-CONTROL-CARD
           END-READ

           MOVE ZERO TO CARD-RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF CTL-DIVISOR (RULE-INDEX) EQUAL ZERO
                  AND CTL-WORD (RULE-INDEX) EQUAL SPACES
                   CONTINUE
               ELSE
                   IF CTL-DIVISOR (RULE-INDEX) EQUAL ZERO
                      OR CTL-WORD (RULE-INDEX) EQUAL SPACES
                       DISPLAY 'FIZZDISP - CONTROL CARD PAIR '
                               RULE-INDEX ' IS HALF FILLED'
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO CARD-RULE-COUNT
                       MOVE CTL-DIVISOR (RULE-INDEX)
                           TO CARD-DIVISOR (CARD-RULE-COUNT)
                       MOVE CTL-WORD (RULE-INDEX)
                           TO CARD-WORD (CARD-RULE-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           IF RETURN-CODE EQUAL ZERO
              AND CARD-RULE-COUNT EQUAL ZERO
               DISPLAY 'FIZZDISP - CONTROL CARD CARRIES NO USABLE '
                       'RULES'
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE EQUAL ZERO
               SET CARD-ON-FILE TO TRUE
           END-IF
           .

       0520-CLOSE-CONTROL-CARD.
           CLOSE CONTROL-FILE
           .

       0520-READ-CONTROL-EXIT.
           EXIT.

      * ONE PASS OF THE TRANSMIT LOG, KEEPING EACH GENERATION'S RUN
      * DATE AND WHETHER THE RECEIVER ACKNOWLEDGED IT.
       0530-LOAD-TRANSMIT-LOG.

           OPEN INPUT TRANSMIT-LOG-FILE
           IF NOT TRANSMIT-LOG-FILE-OK
               DISPLAY 'FIZZDISP - UNABLE TO OPEN TRANSMIT-LOG-FILE, '
                       'STATUS = ' TRANSMIT-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0530-LOAD-TRANSMIT-LOG-EX
           END-IF

           MOVE ZERO TO LOG-SLOT
           PERFORM UNTIL LOG-AT-EOF
               READ TRANSMIT-LOG-FILE
                   AT END
                       SET LOG-AT-EOF TO TRUE
               END-READ
               IF NOT LOG-AT-EOF
                   ADD 1 TO LOG-SLOT
                   IF LOG-SLOT GREATER THAN MAXIMUM-LOGS
                       MOVE 1 TO LOG-SLOT
                   END-IF
                   IF LOG-COUNT LESS THAN LOG-SLOT
                       MOVE LOG-SLOT TO LOG-COUNT
                   END-IF
                   MOVE XLOG-RUN-DATE TO LOGT-RUN-DATE (LOG-SLOT)
                   MOVE XLOG-ACK-STATUS TO LOGT-ACK-STATUS (LOG-SLOT)
                   MOVE XLOG-PARTNER-ID TO LOGT-PARTNER-ID (LOG-SLOT)
               END-IF
           END-PERFORM
           CLOSE TRANSMIT-LOG-FILE
           .

       0530-LOAD-TRANSMIT-LOG-EX.
           EXIT.

      * RESOLVE ONE DISPUTE.  THE TESTS RUN IN ORDER AND THE FIRST
      * THAT APPLIES DECIDES IT - OUR OWN RECORD IS JUDGED BEFORE
      * THE CLAIMANT'S.
       2000-RESOLVE-DISPUTE.

           MOVE SPACES TO OUR-EXPECTED-RESULT
           MOVE SPACES TO RESOLVED-SOURCE
           MOVE SPACES TO DERIVED-RESULT
           MOVE SPACES TO FEED-DATE-RESULT
           MOVE SPACES TO FEED-DATE-SOURCE
           MOVE SPACES TO LKUP-RESULT
           MOVE SPACES TO LKUP-RUN-ID
           MOVE SPACES TO LKUP-CONTROL-SOURCE
           MOVE ZERO TO LKUP-CLASSIFIED-DATE
           MOVE ZERO TO GENERATIONS-SENT
           MOVE ZERO TO GENERATIONS-ACKED

           IF DSP-NUMBER NOT NUMERIC
              OR DSP-NUMBER EQUAL ZERO
              OR DSP-FEED-DATE NOT NUMERIC
              OR DSP-FEED-DATE EQUAL ZERO
              OR DSP-THEIR-RESULT EQUAL SPACES
               MOVE 'INVALID' TO RESOLUTION-CODE
               MOVE 'INVALID - NUMBER, FEED DATE OR CLASSIFICATION'
                   TO RESOLUTION-TEXT
               ADD 1 TO INVALID-COUNT
               GO TO 2000-RESOLVE-DISPUTE-EX
           END-IF

           IF DSP-PRODUCT-LINE EQUAL SPACES
               MOVE 'BASE' TO DISPUTE-LINE
           ELSE
               MOVE DSP-PRODUCT-LINE TO DISPUTE-LINE
           END-IF
           PERFORM 2600-CHECK-GENERATIONS THRU 2600-CHECK-GENERATIONS-EX

           MOVE 'L' TO LKUP-FUNCTION
           MOVE DSP-NUMBER TO LKUP-NUMBER
           MOVE DISPUTE-LINE TO LKUP-PRODUCT-LINE
           CALL 'FIZZLKUP' USING LKUP-PARAMETERS
           SET LOOKUP-CALLED TO TRUE

           IF LKUP-STATUS EQUAL 'EX'
               MOVE 'EXCLUDED' TO RESOLUTION-CODE
               MOVE 'EXCLUDED - RESERVED TO ANOTHER SYSTEM'
                   TO RESOLUTION-TEXT
               ADD 1 TO EXCLUDED-COUNT
               GO TO 2000-RESOLVE-DISPUTE-EX
           END-IF
           IF LKUP-STATUS EQUAL '23'
               MOVE 'NOTRUN' TO RESOLUTION-CODE
               MOVE 'NEVER RUN - WE HAVE NOT CLASSIFIED THIS NUMBER'
                   TO RESOLUTION-TEXT
               ADD 1 TO NOT-RUN-COUNT
               GO TO 2000-RESOLVE-DISPUTE-EX
           END-IF
           IF LKUP-STATUS NOT EQUAL '00'
               DISPLAY 'FIZZDISP - FIZZKEY LOOKUP FAILED FOR '
                       DISPUTE-LINE ' ' DSP-NUMBER
                       ', STATUS = ' LKUP-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 2000-RESOLVE-DISPUTE-EX
           END-IF

      * THE FEED-DATE CLASSIFICATION - WHAT THE RULES IN EFFECT ON
      * THE DAY THEY WERE FED WOULD HAVE GIVEN.
           MOVE DSP-NUMBER TO DERIVE-NUMBER
           MOVE DSP-FEED-DATE TO RESOLVE-DATE
           PERFORM 2300-RULES-FOR-DATE THRU 2300-RULES-FOR-DATE-EX
           PERFORM 2500-DERIVE-RESULT THRU 2500-DERIVE-RESULT-EX

      * OUR OWN RECORD FIRST - RE-DERIVED UNDER THE CONTROL SOURCE
      * THE KEY WAS WRITTEN UNDER.  A KEY FROM BEFORE LINEAGE WAS
      * STAMPED IS HELD TO THE RULES IN EFFECT TODAY.  A SET NO
      * LONGER ON FILE, OR A CARD SINCE REMOVED, LEAVES OUR RECORD
      * UNCHECKED RATHER THAN CONDEMNED.
           MOVE DERIVED-RESULT TO FEED-DATE-RESULT
           MOVE RESOLVED-SOURCE TO FEED-DATE-SOURCE
           MOVE DERIVED-RESULT TO OUR-EXPECTED-RESULT
           MOVE RESOLVED-SOURCE TO WANTED-SOURCE
           IF LKUP-CONTROL-SOURCE EQUAL SPACES
               MOVE TODAYS-DATE TO RESOLVE-DATE
               PERFORM 2300-RULES-FOR-DATE THRU 2300-RULES-FOR-DATE-EX
               SET RULES-KNOWN TO TRUE
           ELSE
               IF LKUP-CONTROL-SOURCE NOT EQUAL WANTED-SOURCE
                   MOVE LKUP-CONTROL-SOURCE TO WANTED-SOURCE
                   PERFORM 2200-RULES-FOR-SOURCE
                       THRU 2200-RULES-FOR-SOURCE-EX
               ELSE
                   SET RULES-KNOWN TO TRUE
               END-IF
           END-IF
           IF RULES-KNOWN
               PERFORM 2500-DERIVE-RESULT THRU 2500-DERIVE-RESULT-EX
               MOVE DERIVED-RESULT TO OUR-EXPECTED-RESULT
               IF LKUP-RESULT NOT EQUAL OUR-EXPECTED-RESULT
                   MOVE 'MISMATCH' TO RESOLUTION-CODE
                   MOVE SPACES TO RESOLUTION-TEXT
                   STRING 'GENUINE MISMATCH - OUR RECORD '
                              DELIMITED BY SIZE
                          'DISAGREES WITH ITS RULES' DELIMITED BY SIZE
                       INTO RESOLUTION-TEXT
                   END-STRING
                   ADD 1 TO MISMATCH-COUNT
                   GO TO 2000-RESOLVE-DISPUTE-EX
               END-IF
           END-IF

           IF DSP-THEIR-RESULT EQUAL LKUP-RESULT
               MOVE 'CORRECT' TO RESOLUTION-CODE
               MOVE 'OURS IS CORRECT - YOU HOLD WHAT WE HOLD'
                   TO RESOLUTION-TEXT
               ADD 1 TO CORRECT-COUNT
               GO TO 2000-RESOLVE-DISPUTE-EX
           END-IF
           IF FEED-DATE-RESULT EQUAL LKUP-RESULT
               MOVE 'CORRECT' TO RESOLUTION-CODE
               MOVE 'OURS IS CORRECT - NO CONTROL CHANGE SINCE THE FEED'
                   TO RESOLUTION-TEXT
               ADD 1 TO CORRECT-COUNT
               GO TO 2000-RESOLVE-DISPUTE-EX
           END-IF
           IF DSP-THEIR-RESULT EQUAL FEED-DATE-RESULT
               MOVE 'STALE' TO RESOLUTION-CODE
               MOVE 'THEIRS IS STALE - RECLASSIFIED BY A LATER CONTROL'
                   TO RESOLUTION-TEXT
               ADD 1 TO STALE-COUNT
               GO TO 2000-RESOLVE-DISPUTE-EX
           END-IF

           MOVE 'MISMATCH' TO RESOLUTION-CODE
           MOVE 'GENUINE MISMATCH - NO CONTROL SET GIVES THEIR VALUE'
               TO RESOLUTION-TEXT
           ADD 1 TO MISMATCH-COUNT
           .

       2000-RESOLVE-DISPUTE-EX.
           EXIT.

      * THE RULES BEHIND A NAMED CONTROL SOURCE - A FIZZCTM
      * EFFECTIVE-FROM DATE FOR THE DISPUTE'S LINE, 'CARD', OR
      * 'DEFAULT'.  RULES-KNOWN IS FALSE WHEN THE SOURCE CAN NO
      * LONGER BE REBUILT.
       2200-RULES-FOR-SOURCE.

           SET RULES-KNOWN TO FALSE
           IF WANTED-SOURCE EQUAL 'DEFAULT'
               PERFORM 2410-SET-DEFAULT-RULES
                   THRU 2410-SET-DEFAULT-RULES-EX
               SET RULES-KNOWN TO TRUE
               GO TO 2200-RULES-FOR-SOURCE-EX
           END-IF
           IF WANTED-SOURCE EQUAL 'CARD'
               IF CARD-ON-FILE
                   PERFORM 2420-SET-CARD-RULES
                       THRU 2420-SET-CARD-RULES-EX
                   SET RULES-KNOWN TO TRUE
               END-IF
               GO TO 2200-RULES-FOR-SOURCE-EX
           END-IF
           IF WANTED-SOURCE-DATE NOT NUMERIC
               GO TO 2200-RULES-FOR-SOURCE-EX
           END-IF

           PERFORM VARYING MASTER-INDEX FROM 1 BY 1
               UNTIL MASTER-INDEX GREATER THAN MASTER-COUNT
               OR RULES-KNOWN
               IF MST-PRODUCT-LINE (MASTER-INDEX) EQUAL DISPUTE-LINE
                  AND MST-EFFECTIVE-FROM (MASTER-INDEX)
                      EQUAL WANTED-SOURCE-DATE
                   MOVE MASTER-INDEX TO BEST-MASTER-INDEX
                   PERFORM 2400-LOAD-MASTER-RULES
                       THRU 2400-LOAD-MASTER-RULES-EX
                   IF RULE-COUNT NOT EQUAL ZERO
                       SET RULES-KNOWN TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

       2200-RULES-FOR-SOURCE-EX.
           EXIT.

      * THE RULES IN EFFECT FOR THE DISPUTE'S LINE ON RESOLVE-DATE,
      * BY THE SELECTION FIZZBUZZ MAKES FOR A RUN DATE - THE
      * APPROVED SET WITH THE LATEST EFFECTIVE-FROM NOT AFTER THE
      * DATE WHOSE EFFECTIVE-TO IS NOT BEFORE IT, ELSE THE CARD,
      * ELSE THE DEFAULTS.  THE CARD IS THE ONE ON FILE NOW - AN
      * EARLIER CARD IS NOT KEPT ANYWHERE TO GO BACK TO.
       2300-RULES-FOR-DATE.

           MOVE ZERO TO BEST-MASTER-INDEX
           PERFORM VARYING MASTER-INDEX FROM 1 BY 1
               UNTIL MASTER-INDEX GREATER THAN MASTER-COUNT
               IF MST-STATUS (MASTER-INDEX) EQUAL 'A'
                  AND MST-PRODUCT-LINE (MASTER-INDEX) EQUAL DISPUTE-LINE
                  AND MST-EFFECTIVE-FROM (MASTER-INDEX)
                      NOT GREATER THAN RESOLVE-DATE
                  AND MST-EFFECTIVE-TO (MASTER-INDEX)
                      NOT LESS THAN RESOLVE-DATE
                   IF BEST-MASTER-INDEX EQUAL ZERO
                       MOVE MASTER-INDEX TO BEST-MASTER-INDEX
                   ELSE
                       IF MST-EFFECTIVE-FROM (MASTER-INDEX)
                          NOT LESS THAN
                          MST-EFFECTIVE-FROM (BEST-MASTER-INDEX)
                           MOVE MASTER-INDEX TO BEST-MASTER-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF BEST-MASTER-INDEX NOT EQUAL ZERO
               PERFORM 2400-LOAD-MASTER-RULES
                   THRU 2400-LOAD-MASTER-RULES-EX
               IF RULE-COUNT NOT EQUAL ZERO
                   MOVE MST-EFFECTIVE-FROM (BEST-MASTER-INDEX)
                       TO RESOLVED-SOURCE
                   GO TO 2300-RULES-FOR-DATE-EX
               END-IF
           END-IF

           IF CARD-ON-FILE
               PERFORM 2420-SET-CARD-RULES THRU 2420-SET-CARD-RULES-EX
               MOVE 'CARD' TO RESOLVED-SOURCE
           ELSE
               PERFORM 2410-SET-DEFAULT-RULES
                   THRU 2410-SET-DEFAULT-RULES-EX
               MOVE 'DEFAULT' TO RESOLVED-SOURCE
           END-IF
           .

       2300-RULES-FOR-DATE-EX.
           EXIT.

      * A RULE IS ACTIVE WHEN IT HAS A WORD, AND A BLANK TYPE IS
      * DIVISIBLE-BY - THE SAME READING FIZZBUZZ GIVES THE SET.
       2400-LOAD-MASTER-RULES.

           MOVE ZERO TO RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
               MOVE SPACES TO RULE-WORD (RULE-INDEX)
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF MST-WORD (BEST-MASTER-INDEX, RULE-INDEX)
                  NOT EQUAL SPACES
                   ADD 1 TO RULE-COUNT
                   MOVE MST-DIVISOR (BEST-MASTER-INDEX, RULE-INDEX)
                       TO RULE-DIVISOR (RULE-COUNT)
                   MOVE MST-WORD (BEST-MASTER-INDEX, RULE-INDEX)
                       TO RULE-WORD (RULE-COUNT)
                   IF MST-RULE-TYPE (BEST-MASTER-INDEX, RULE-INDEX)
                      EQUAL 'C'
                       MOVE 'C' TO RULE-TYPE (RULE-COUNT)
                   END-IF
                   IF MST-RULE-TYPE (BEST-MASTER-INDEX, RULE-INDEX)
                      EQUAL 'F'
                       MOVE 'F' TO RULE-TYPE (RULE-COUNT)
                       MOVE MST-BLOCK-FROM (BEST-MASTER-INDEX,
                                            RULE-INDEX)
                           TO RULE-BLOCK-FROM (RULE-COUNT)
                       MOVE MST-BLOCK-TO (BEST-MASTER-INDEX,
                                          RULE-INDEX)
                           TO RULE-BLOCK-TO (RULE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .

       2400-LOAD-MASTER-RULES-EX.
           EXIT.

       2410-SET-DEFAULT-RULES.

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
               MOVE SPACES TO RULE-WORD (RULE-INDEX)
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           MOVE 2 TO RULE-COUNT
           MOVE 3 TO RULE-DIVISOR (1)
           MOVE 'Fizz' TO RULE-WORD (1)
           MOVE 5 TO RULE-DIVISOR (2)
           MOVE 'Buzz' TO RULE-WORD (2)
           .

       2410-SET-DEFAULT-RULES-EX.
           EXIT.

      * THE FLAT CARD CARRIES NO RULE TYPES - ALL DIVISIBLE-BY.
       2420-SET-CARD-RULES.

           MOVE CARD-RULE-COUNT TO RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF RULE-INDEX GREATER THAN CARD-RULE-COUNT
                   MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
                   MOVE SPACES TO RULE-WORD (RULE-INDEX)
               ELSE
                   MOVE CARD-DIVISOR (RULE-INDEX)
                       TO RULE-DIVISOR (RULE-INDEX)
                   MOVE CARD-WORD (RULE-INDEX) TO RULE-WORD (RULE-INDEX)
               END-IF
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           .

       2420-SET-CARD-RULES-EX.
           EXIT.

      * DERIVE ONE NUMBER'S CLASSIFICATION FROM THE RULE TABLE - A
      * FIXED-VALUE BLOCK FIRST, THEN EVERY DIVISIBLE-BY AND
      * CONTAINS-DIGIT RULE, THE COMBINED WORD BUILT IN RULE ORDER.
      * THE SAME DERIVATION AS FIZZVRFY'S 1200-DERIVE-RESULT.
       2500-DERIVE-RESULT.

           MOVE SPACES TO DERIVED-RESULT
           MOVE ZERO TO MATCHED-RULE-COUNT
           MOVE ZERO TO FIXED-VALUE-RULE

           PERFORM VARYING RULE-INDEX FROM RULE-COUNT BY -1
               UNTIL RULE-INDEX LESS THAN 1
               MOVE 'N' TO RULE-MATCHED-SW (RULE-INDEX)
               IF RULE-TYPE (RULE-INDEX) EQUAL 'F'
                  AND DERIVE-NUMBER NOT LESS THAN
                      RULE-BLOCK-FROM (RULE-INDEX)
                  AND DERIVE-NUMBER NOT GREATER THAN
                      RULE-BLOCK-TO (RULE-INDEX)
                   MOVE RULE-INDEX TO FIXED-VALUE-RULE
               END-IF
           END-PERFORM
           IF FIXED-VALUE-RULE NOT EQUAL ZERO
               MOVE RULE-WORD (FIXED-VALUE-RULE) TO DERIVED-RESULT
               GO TO 2500-DERIVE-RESULT-EX
           END-IF

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-TYPE (RULE-INDEX) EQUAL 'D'
                   MOVE RULE-DIVISOR (RULE-INDEX) TO THE-DIVISOR
                   DIVIDE DERIVE-NUMBER BY THE-DIVISOR
                       GIVING THE-QUOTIENT
                       REMAINDER THE-REMAINDER
                   IF THE-REMAINDER EQUAL ZERO
                       MOVE 'Y' TO RULE-MATCHED-SW (RULE-INDEX)
                   END-IF
               END-IF
               IF RULE-TYPE (RULE-INDEX) EQUAL 'C'
                   PERFORM 2510-CHECK-DIGIT THRU 2510-CHECK-DIGIT-EX
               END-IF
           END-PERFORM

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-MATCHED-SW (RULE-INDEX) EQUAL 'Y'
                   ADD 1 TO MATCHED-RULE-COUNT
               END-IF
           END-PERFORM

           IF MATCHED-RULE-COUNT EQUAL ZERO
               MOVE DERIVE-NUMBER TO DERIVED-RESULT
           ELSE
               MOVE 1 TO RESULT-POINTER
               PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   UNTIL RULE-INDEX GREATER THAN RULE-COUNT
                   IF RULE-MATCHED-SW (RULE-INDEX) EQUAL 'Y'
                       STRING RULE-WORD (RULE-INDEX)
                                  DELIMITED BY SPACE
                           INTO DERIVED-RESULT
                           WITH POINTER RESULT-POINTER
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           .

       2500-DERIVE-RESULT-EX.
           EXIT.

      * CONTAINS-DIGIT - STRIP THE NUMBER'S LOW-ORDER DIGITS ONE AT
      * A TIME UNTIL THE RULE'S DIGIT TURNS UP OR NOTHING IS LEFT.
      * A MATCH IS CREDITED TO THE FIRST NON-FIXED RULE CARRYING
      * THE SAME WORD, AS FIZZVRFY CREDITS IT.
       2510-CHECK-DIGIT.

           MOVE DERIVE-NUMBER TO DIGIT-REMAINING
           PERFORM UNTIL DIGIT-REMAINING EQUAL ZERO
               DIVIDE DIGIT-REMAINING BY 10
                   GIVING DIGIT-REMAINING
                   REMAINDER DIGIT-VALUE
               IF DIGIT-VALUE EQUAL RULE-DIVISOR (RULE-INDEX)
                   PERFORM VARYING CREDIT-INDEX FROM 1 BY 1
                       UNTIL CREDIT-INDEX GREATER THAN RULE-INDEX
                       IF RULE-TYPE (CREDIT-INDEX) NOT EQUAL 'F'
                          AND RULE-WORD (CREDIT-INDEX) EQUAL
                              RULE-WORD (RULE-INDEX)
                           MOVE 'Y'
                               TO RULE-MATCHED-SW (CREDIT-INDEX)
                           GO TO 2510-CHECK-DIGIT-EX
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       2510-CHECK-DIGIT-EX.
           EXIT.

      * THE GENERATIONS SENT ON THE FEED DATE, AND HOW MANY OF THEM
      * THE RECEIVER ACKNOWLEDGED LOADING.  A CLAIMANT WHOSE SYSTEM
      * NAME IS A PARTNER ID ON THE LOG GOT ITS FEED FROM FIZZDIST,
      * SO ONLY ITS OWN CUTS COUNT; ANY OTHER CLAIMANT IS JUDGED
      * AGAINST THE HOUSE FEED.
       2600-CHECK-GENERATIONS.

           MOVE SPACES TO CLAIMANT-PARTNER-ID
           IF DSP-CLAIMING-SYSTEM (7:2) EQUAL SPACES
               PERFORM VARYING LOG-INDEX FROM 1 BY 1
                   UNTIL LOG-INDEX GREATER THAN LOG-COUNT
                   OR CLAIMANT-PARTNER-ID NOT EQUAL SPACES
                   IF LOGT-PARTNER-ID (LOG-INDEX) NOT EQUAL SPACES
                      AND LOGT-PARTNER-ID (LOG-INDEX) EQUAL
                          DSP-CLAIMING-SYSTEM (1:6)
                       MOVE LOGT-PARTNER-ID (LOG-INDEX)
                           TO CLAIMANT-PARTNER-ID
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING LOG-INDEX FROM 1 BY 1
               UNTIL LOG-INDEX GREATER THAN LOG-COUNT
               IF LOGT-RUN-DATE (LOG-INDEX) EQUAL DSP-FEED-DATE
                  AND LOGT-PARTNER-ID (LOG-INDEX) EQUAL
                      CLAIMANT-PARTNER-ID
                   ADD 1 TO GENERATIONS-SENT
                   IF LOGT-ACK-STATUS (LOG-INDEX) EQUAL 'Y'
                       ADD 1 TO GENERATIONS-ACKED
                   END-IF
               END-IF
           END-PERFORM
           .

       2600-CHECK-GENERATIONS-EX.
           EXIT.

       3000-WRITE-RESPONSE.

           MOVE DSP-CLAIMING-SYSTEM TO DSR-CLAIMING-SYSTEM
           MOVE DSP-PRODUCT-LINE TO DSR-PRODUCT-LINE
           MOVE DSP-NUMBER TO DSR-NUMBER
           MOVE DSP-THEIR-RESULT TO DSR-THEIR-RESULT
           MOVE DSP-FEED-DATE TO DSR-FEED-DATE
           MOVE RESOLUTION-CODE TO DSR-RESOLUTION
           MOVE LKUP-RESULT TO DSR-OUR-RESULT
           MOVE LKUP-CONTROL-SOURCE TO DSR-OUR-CONTROL-SOURCE
           MOVE LKUP-RUN-ID TO DSR-OUR-RUN-ID
           MOVE LKUP-CLASSIFIED-DATE TO DSR-CLASSIFIED-DATE
           MOVE FEED-DATE-RESULT TO DSR-FEED-DATE-RESULT
           MOVE FEED-DATE-SOURCE TO DSR-FEED-CONTROL-SOURCE
           MOVE 'N' TO DSR-GENERATION-STATUS
           IF GENERATIONS-SENT GREATER THAN ZERO
               MOVE 'U' TO DSR-GENERATION-STATUS
           END-IF
           IF GENERATIONS-ACKED GREATER THAN ZERO
               MOVE 'A' TO DSR-GENERATION-STATUS
           END-IF

           WRITE RESPONSE-RECORD
           IF NOT RESPONSE-FILE-OK
               DISPLAY 'FIZZDISP - UNABLE TO WRITE RESPONSE-FILE, '
                       'STATUS = ' RESPONSE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       3000-WRITE-RESPONSE-EX.
           EXIT.

      * THE CASE AS WORKED - THE DISPUTE AND ITS RESOLUTION, WHAT
      * THEY HOLD AGAINST WHAT WE HOLD AND WHAT THE FEED-DATE RULES
      * GIVE, AND WHAT WAS SENT THEM THAT DAY.
       3100-PRINT-CASE.

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           MOVE DSP-CLAIMING-SYSTEM TO CHL-CLAIMING-SYSTEM
           MOVE DSP-PRODUCT-LINE TO CHL-PRODUCT-LINE
           MOVE DSP-NUMBER TO CHL-NUMBER
           MOVE DSP-FEED-DATE TO CHL-FEED-DATE
           MOVE RESOLUTION-TEXT TO CHL-RESOLUTION
           MOVE CASE-HEADER-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX

           MOVE 'THEY HOLD' TO CDL-LABEL
           MOVE DSP-THEIR-RESULT TO CDL-RESULT
           MOVE SPACES TO CDL-EXTRA
           MOVE CASE-DETAIL-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           IF RESOLUTION-CODE EQUAL 'INVALID'
              OR RESOLUTION-CODE EQUAL 'EXCLUDED'
              OR RESOLUTION-CODE EQUAL 'NOTRUN'
               GO TO 3100-PRINT-CASE-EX
           END-IF

           MOVE 'WE HOLD' TO CDL-LABEL
           MOVE LKUP-RESULT TO CDL-RESULT
           MOVE SPACES TO CDL-EXTRA
           STRING 'RUN ' DELIMITED BY SIZE
                  LKUP-RUN-ID DELIMITED BY SIZE
                  ' UNDER ' DELIMITED BY SIZE
                  LKUP-CONTROL-SOURCE DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  LKUP-CLASSIFIED-DATE DELIMITED BY SIZE
                  INTO CDL-EXTRA
           END-STRING
           MOVE CASE-DETAIL-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX

           IF OUR-EXPECTED-RESULT NOT EQUAL LKUP-RESULT
               MOVE 'OUR RULES GIVE' TO CDL-LABEL
               MOVE OUR-EXPECTED-RESULT TO CDL-RESULT
               MOVE SPACES TO CDL-EXTRA
               MOVE CASE-DETAIL-LINE TO REPORT-RECORD
               PERFORM 8800-WRITE-REPORT-LINE
                   THRU 8800-WRITE-REPORT-LINE-EX
           END-IF

           MOVE 'FEED-DATE RULES GIVE' TO CDL-LABEL
           MOVE FEED-DATE-RESULT TO CDL-RESULT
           MOVE SPACES TO CDL-EXTRA
           STRING 'UNDER ' DELIMITED BY SIZE
                  FEED-DATE-SOURCE DELIMITED BY SIZE
                  INTO CDL-EXTRA
           END-STRING
           MOVE CASE-DETAIL-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX

           MOVE 'FEED-DATE GENERATIONS' TO CDL-LABEL
           MOVE SPACES TO CDL-RESULT
           MOVE SPACES TO CDL-EXTRA
           STRING GENERATIONS-SENT DELIMITED BY SIZE
                  ' SENT, ' DELIMITED BY SIZE
                  GENERATIONS-ACKED DELIMITED BY SIZE
                  ' ACKNOWLEDGED' DELIMITED BY SIZE
                  INTO CDL-RESULT
           END-STRING
           MOVE CASE-DETAIL-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       3100-PRINT-CASE-EX.
           EXIT.

       3200-PRINT-TOTALS.

           MOVE SPACES TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           MOVE 'DISPUTES RECEIVED' TO TTL-LABEL
           MOVE DISPUTES-READ TO TTL-VALUE
           PERFORM 3210-WRITE-TOTAL THRU 3210-WRITE-TOTAL-EX
           MOVE 'OURS IS CORRECT' TO TTL-LABEL
           MOVE CORRECT-COUNT TO TTL-VALUE
           PERFORM 3210-WRITE-TOTAL THRU 3210-WRITE-TOTAL-EX
           MOVE 'THEIRS IS STALE' TO TTL-LABEL
           MOVE STALE-COUNT TO TTL-VALUE
           PERFORM 3210-WRITE-TOTAL THRU 3210-WRITE-TOTAL-EX
           MOVE 'NUMBER EXCLUDED' TO TTL-LABEL
           MOVE EXCLUDED-COUNT TO TTL-VALUE
           PERFORM 3210-WRITE-TOTAL THRU 3210-WRITE-TOTAL-EX
           MOVE 'NEVER RUN' TO TTL-LABEL
           MOVE NOT-RUN-COUNT TO TTL-VALUE
           PERFORM 3210-WRITE-TOTAL THRU 3210-WRITE-TOTAL-EX
           MOVE 'GENUINE MISMATCH' TO TTL-LABEL
           MOVE MISMATCH-COUNT TO TTL-VALUE
           PERFORM 3210-WRITE-TOTAL THRU 3210-WRITE-TOTAL-EX
           MOVE 'INVALID INTAKE RECORDS' TO TTL-LABEL
           MOVE INVALID-COUNT TO TTL-VALUE
           PERFORM 3210-WRITE-TOTAL THRU 3210-WRITE-TOTAL-EX
           .

       3200-PRINT-TOTALS-EX.
           EXIT.

       3210-WRITE-TOTAL.

           MOVE TOTAL-LINE TO REPORT-RECORD
           PERFORM 8800-WRITE-REPORT-LINE
               THRU 8800-WRITE-REPORT-LINE-EX
           .

       3210-WRITE-TOTAL-EX.
           EXIT.

       8300-DISPLAY-SUMMARY.

           DISPLAY 'FIZZDISP - DISPUTE SUMMARY'
           DISPLAY '  DISPUTES READ     = ' DISPUTES-READ
           DISPLAY '  OURS CORRECT      = ' CORRECT-COUNT
           DISPLAY '  THEIRS STALE      = ' STALE-COUNT
           DISPLAY '  EXCLUDED          = ' EXCLUDED-COUNT
           DISPLAY '  NEVER RUN         = ' NOT-RUN-COUNT
           DISPLAY '  GENUINE MISMATCH  = ' MISMATCH-COUNT
           DISPLAY '  INVALID           = ' INVALID-COUNT
           .

       8300-DISPLAY-SUMMARY-EX.
           EXIT.

       8700-START-NEW-PAGE.

           ADD 1 TO PAGE-NUMBER
           MOVE TODAYS-DATE TO HDG-AS-OF-DATE
           MOVE PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE HEADING-LINE-1 TO REPORT-RECORD
           IF PAGE-NUMBER EQUAL 1
               WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-RECORD AFTER ADVANCING PAGE
           END-IF
           IF NOT REPORT-FILE-OK
               DISPLAY 'FIZZDISP - UNABLE TO WRITE REPORT-FILE, '
                       'STATUS = ' REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE 1 TO LINE-COUNT
           .

       8700-START-NEW-PAGE-EX.
           EXIT.

       8800-WRITE-REPORT-LINE.

           IF LINE-COUNT GREATER THAN OR EQUAL LINES-PER-PAGE
               PERFORM 8700-START-NEW-PAGE THRU 8700-START-NEW-PAGE-EX
           END-IF

           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
           IF NOT REPORT-FILE-OK
               DISPLAY 'FIZZDISP - UNABLE TO WRITE REPORT-FILE, '
                       'STATUS = ' REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO LINE-COUNT
           .

       8800-WRITE-REPORT-LINE-EX.
           EXIT.

       9000-CLOSE-FILES.

           IF LOOKUP-CALLED
               MOVE 'C' TO LKUP-FUNCTION
               CALL 'FIZZLKUP' USING LKUP-PARAMETERS
               SET LOOKUP-CALLED TO FALSE
           END-IF
           IF DISPUTE-FILE-OPEN
               CLOSE DISPUTE-FILE
               SET DISPUTE-FILE-OPEN TO FALSE
           END-IF
           IF RESPONSE-FILE-OPEN
               CLOSE RESPONSE-FILE
               SET RESPONSE-FILE-OPEN TO FALSE
           END-IF
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
               SET REPORT-FILE-OPEN TO FALSE
           END-IF
           .

       9000-CLOSE-FILES-EX.
           EXIT.

       9999-END.
           .
