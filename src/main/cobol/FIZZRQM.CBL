      ******************************************************************
      * AUTHOR:    RJP
      * DATE:      15 OCT 2026
      * PURPOSE:   ONLINE REQUEST MAINTENANCE TRANSACTION (FZRQ) FOR
      *            THE FIZZBUZZ SUITE.  FZIQ IS INQUIRY ONLY, SO
      *            EVERY NEW RANGE REQUEST, PRIORITY CHANGE AND
      *            CANCELLATION USED TO ARRIVE BY EMAIL AND BE HAND-
      *            KEYED INTO THE FIZZTXN CARD DECK, AND A TYPO ONLY
      *            SHOWED UP THE NEXT MORNING AS AN NNUM OR SEQ
      *            REJECT IN FIZZREJ.  THIS TRANSACTION LETS THE
      *            REQUESTOR MAINTAIN THE REQUEST ON FIZZRQS
      *            DIRECTLY, WITH THE EDITS APPLIED AT THE TERMINAL:
      *              A REQUESTOR START END PRIORITY DATEWANTED [LINE]
      *                           ADD A REQUEST, MARKED PENDING.  THE
      *                           SAME EDITS, IN THE SAME ORDER, AS
      *                           FIZZBUZZ 0620-EDIT-TRANSACTION -
      *                           NNUM, NOID, ZERO, SEQ, MAX - ARE
      *                           APPLIED AND A FAILING REQUEST IS
      *                           REFUSED ON THE SPOT WITH ITS
      *                           REASON.  A REJECTED OR CANCELLED
      *                           REQUEST MAY BE ADDED AGAIN.
      *              P REQUESTOR START END PRIORITY [LINE]
      *                           CHANGE THE PRIORITY (01 MOST URGENT)
      *              D REQUESTOR START END DATEWANTED [LINE]
      *                           CHANGE THE DATE WANTED (YYYYMMDD)
      *              X REQUESTOR START END [LINE]
      *                           CANCEL THE REQUEST - STATUS 'X'
      *
      *            ONLY A PENDING ('P') REQUEST MAY BE CHANGED OR
      *            CANCELLED.  A REQUEST IN FLIGHT ('I'), COMPLETE
      *            ('C') OR SATISFIED BY EXISTING WORK ('S') IS
      *            LOCKED - THE NIGHT'S RUN HAS ALREADY ACTED ON IT.
      *            EVERY CHANGE STAMPS THE RECORD WITH THE SIGNED-ON
      *            USER, THE DATE AND TIME, AND THE ACTION (A, P, D
      *            OR X).  THE NIGHTLY FIZZTBLD STEP BUILDS FIZZTXN
      *            FROM THE PENDING REQUESTS.
      *
      *            LINE IS THE PRODUCT LINE (1-4 CHARACTERS) THE
      *            REQUEST IS FOR.  OMITTED, IT IS THE BASE LINE.
      *
      * USAGE:     FZRQ A PAYROLL 000001001 000002000 05 20261031
      *            FZRQ A PAYROLL 000001001 000002000 05 20261031 RETL
      *            FZRQ P PAYROLL 000001001 000002000 01
      *            FZRQ D PAYROLL 000001001 000002000 20261101
      *            FZRQ X PAYROLL 000001001 000002000
      *
      * CICS DEFINITIONS REQUIRED (CSD GROUP FIZZBUZZ):
      *   TRANSACTION FZRQ    -> PROGRAM FIZZRQM
      *   FILE FIZZRQS        -> PROD.FIZZBUZZ.FIZZRQS (KSDS,
      *                          READ/UPDATE/ADD)
      *
      *            THE BATCH RUN OPENS FIZZRQS I-O AND SHARE OPTION
      *            2 ALLOWS ONLY ONE WRITER, SO THE FILE IS CLOSED
      *            TO THE REGION FOR THE NIGHTLY BATCH WINDOW (SEE
      *            FIZZQJOB) AND REOPENED WHEN THE RUN ENDS.  A
      *            REQUEST KEYED WHILE THE FILE IS CLOSED IS REFUSED
      *            WITH "TRY AGAIN AFTER THE BATCH WINDOW".
      *
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJP  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZRQM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RQM-INPUT-AREA         PIC X(80).
       01  RQM-INPUT-LENGTH       PIC S9(4) COMP VALUE 80.

      * THE LEN FIELDS HOLD EACH TOKEN'S FULL DELIMITED LENGTH, SO A
      * TOKEN TOO LONG FOR ITS RECEIVER IS CAUGHT, NOT TRUNCATED.
       01  RQM-TOKENS.
           05  RQM-TRANSID        PIC X(08).
           05  RQM-TRANSID-LEN    PIC 9(02).
           05  RQM-FUNCTION       PIC X(08).
           05  RQM-FUNCTION-LEN   PIC 9(02).
           05  RQM-REQUESTOR-ARG  PIC X(08).
           05  RQM-REQUESTOR-ARG-LEN PIC 9(02).
           05  RQM-START-ARG      PIC X(09).
           05  RQM-START-ARG-LEN  PIC 9(02).
           05  RQM-END-ARG        PIC X(09).
           05  RQM-END-ARG-LEN    PIC 9(02).
           05  RQM-VALUE-ARG      PIC X(08).
           05  RQM-VALUE-ARG-LEN  PIC 9(02).
           05  RQM-VALUE-2-ARG    PIC X(08).
           05  RQM-VALUE-2-ARG-LEN PIC 9(02).
           05  RQM-LINE-ARG       PIC X(08).
           05  RQM-LINE-ARG-LEN   PIC 9(02).
           05  RQM-EXTRA-ARG      PIC X(08).
           05  RQM-EXTRA-ARG-LEN  PIC 9(02).

       01  RQM-CONTROLS.
           05  WS-RESP            PIC S9(8) COMP VALUE ZERO.
           05  REQUEST-LINE       PIC X(04) VALUE 'BASE'.
           05  NEW-PRIORITY       PIC 9(02) VALUE ZERO.
           05  NEW-DATE-WANTED    PIC 9(08) VALUE ZERO.
           05  REJECT-REASON      PIC X(04) VALUE SPACES.
           05  CHANGE-USERID      PIC X(08) VALUE SPACES.
           05  CHANGE-ABSTIME     PIC S9(15) COMP-3 VALUE ZERO.
           05  CHANGE-DATE        PIC 9(08) VALUE ZERO.
           05  CHANGE-TIME        PIC 9(06) VALUE ZERO.
           05  STATUS-WORDS       PIC X(26) VALUE SPACES.

       01  FILLER.
           05  FILLER             PIC X VALUE 'N'.
               88  RECORD-ON-FILE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  RECORD-HELD VALUE 'Y', FALSE 'N'.

       01  BINARY.
           05  LINE-INDEX         PIC S9(9).

       01  RANGE-LIMITS.
           05  MAXIMUM-ENDING-NUMBER PIC 9(9) VALUE 999999999.

      * THE REASON CODES MUST MATCH THOSE FIZZBUZZ.CBL WRITES TO
      * FIZZREJ FOR THE SAME FAILURES.
       01  REJECT-REASON-CODES.
           05  REASON-NOT-NUMERIC  PIC X(04) VALUE 'NNUM'.
           05  REASON-ZERO-START   PIC X(04) VALUE 'ZERO'.
           05  REASON-BAD-SEQUENCE PIC X(04) VALUE 'SEQ '.
           05  REASON-OVER-MAXIMUM PIC X(04) VALUE 'MAX '.
           05  REASON-NO-REQUESTOR PIC X(04) VALUE 'NOID'.

      * REQUEST-STATUS-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZBUZZ.CBL.
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
               88  RQS-COMPLETE    VALUE 'C'.
               88  RQS-REJECTED    VALUE 'R'.
               88  RQS-SATISFIED   VALUE 'S'.
               88  RQS-CANCELLED   VALUE 'X'.
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

      * THE KEY OF THE REQUEST BEING MAINTAINED, BUILT FROM THE
      * REQUESTOR, LINE, START AND END TOKENS.
       01  REQUEST-KEY.
           05  REQUEST-REQUESTOR       PIC X(08).
           05  REQUEST-PRODUCT-LINE    PIC X(04).
           05  REQUEST-STARTING-NUMBER PIC 9(09).
           05  REQUEST-ENDING-NUMBER   PIC 9(09).

      * THE OUTPUT SCREEN - UP TO TWENTY 80-BYTE LINES SENT AS ONE
      * TEXT BLOCK, THE SAME WAY FZIQ ANSWERS.
       01  OUTPUT-SCREEN.
           05  OUTPUT-LINE-COUNT  PIC 9(2) VALUE ZERO.
           05  OUTPUT-LINE        PIC X(80) OCCURS 20.
       01  OUTPUT-LENGTH          PIC S9(4) COMP VALUE ZERO.
       01  DETAIL-WORK-LINE       PIC X(80) VALUE SPACES.

       01  REQUEST-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QDL-REQUESTOR      PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QDL-LINE           PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  QDL-START          PIC 9(09).
           05  FILLER             PIC X(01) VALUE '-'.
           05  QDL-END            PIC 9(09).
           05  FILLER             PIC X(06) VALUE ' PRIO '.
           05  QDL-PRIORITY       PIC 9(02).
           05  FILLER             PIC X(08) VALUE ' WANTED '.
           05  QDL-DATE-WANTED    PIC 9(08).
           05  FILLER             PIC X(08) VALUE ' STATUS '.
           05  QDL-STATUS         PIC X(01).
           05  FILLER             PIC X(13) VALUE SPACES.

       01  AUDIT-DETAIL-LINE.
           05  FILLER             PIC X(13) VALUE '  CHANGED BY '.
           05  ADL-CHANGED-BY     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ADL-CHANGED-DATE   PIC 9(08).
           05  FILLER             PIC X(01) VALUE '-'.
           05  ADL-CHANGED-TIME   PIC 9(06).
           05  FILLER             PIC X(08) VALUE ' ACTION '.
           05  ADL-ACTION         PIC X(01).
           05  FILLER             PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.

           MOVE SPACES TO RQM-INPUT-AREA
           MOVE 80 TO RQM-INPUT-LENGTH
           EXEC CICS RECEIVE
               INTO (RQM-INPUT-AREA)
               LENGTH (RQM-INPUT-LENGTH)
               RESP (WS-RESP)
           END-EXEC

           MOVE ZERO TO OUTPUT-LINE-COUNT
           PERFORM VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX GREATER THAN 20
               MOVE SPACES TO OUTPUT-LINE (LINE-INDEX)
           END-PERFORM

           MOVE SPACES TO RQM-TOKENS
           UNSTRING RQM-INPUT-AREA DELIMITED BY ALL SPACE
               INTO RQM-TRANSID COUNT IN RQM-TRANSID-LEN
                    RQM-FUNCTION COUNT IN RQM-FUNCTION-LEN
                    RQM-REQUESTOR-ARG COUNT IN RQM-REQUESTOR-ARG-LEN
                    RQM-START-ARG COUNT IN RQM-START-ARG-LEN
                    RQM-END-ARG COUNT IN RQM-END-ARG-LEN
                    RQM-VALUE-ARG COUNT IN RQM-VALUE-ARG-LEN
                    RQM-VALUE-2-ARG COUNT IN RQM-VALUE-2-ARG-LEN
                    RQM-LINE-ARG COUNT IN RQM-LINE-ARG-LEN
                    RQM-EXTRA-ARG COUNT IN RQM-EXTRA-ARG-LEN
           END-UNSTRING

           PERFORM 0100-STAMP-CHANGE THRU 0100-STAMP-CHANGE-EX

           IF RQM-FUNCTION EQUAL 'A'
               PERFORM 1000-ADD-REQUEST THRU 1000-ADD-REQUEST-EX
           ELSE
               IF RQM-FUNCTION EQUAL 'P'
                  OR RQM-FUNCTION EQUAL 'D'
                  OR RQM-FUNCTION EQUAL 'X'
                   PERFORM 2000-CHANGE-REQUEST
                       THRU 2000-CHANGE-REQUEST-EX
               ELSE
                   PERFORM 8700-SHOW-USAGE THRU 8700-SHOW-USAGE-EX
               END-IF
           END-IF

           PERFORM 8900-SEND-SCREEN THRU 8900-SEND-SCREEN-EX

           EXEC CICS RETURN END-EXEC
           .

      * WHO AND WHEN - THE SIGNED-ON USER AND THE CURRENT DATE AND
      * TIME, STAMPED ON EVERY RECORD THIS TRANSACTION CHANGES.
       0100-STAMP-CHANGE.

           EXEC CICS ASSIGN
               USERID (CHANGE-USERID)
               RESP (WS-RESP)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (CHANGE-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (CHANGE-ABSTIME)
               YYYYMMDD (CHANGE-DATE)
               TIME (CHANGE-TIME)
               RESP (WS-RESP)
           END-EXEC
           .

       0100-STAMP-CHANGE-EX.
           EXIT.

      * ADD A REQUEST.  THE TOKENS ARE EDITED THE WAY 0620 EDITS A
      * FIZZTXN RECORD; A CLEAN REQUEST IS WRITTEN PENDING, OR A
      * REJECTED OR CANCELLED ONE ON FILE IS PUT BACK TO PENDING.
       1000-ADD-REQUEST.

           IF RQM-EXTRA-ARG-LEN NOT EQUAL ZERO
               PERFORM 8700-SHOW-USAGE THRU 8700-SHOW-USAGE-EX
               GO TO 1000-ADD-REQUEST-EX
           END-IF
           PERFORM 1100-EDIT-KEY THRU 1100-EDIT-KEY-EX
           IF REJECT-REASON NOT EQUAL SPACES
               GO TO 1000-ADD-REQUEST-EX
           END-IF

           EXEC CICS READ
               FILE ('FIZZRQS')
               INTO (REQUEST-STATUS-RECORD)
               RIDFLD (REQUEST-KEY)
               UPDATE
               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NOTFND)
               SET RECORD-ON-FILE TO FALSE
           ELSE
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   PERFORM 8600-FILE-UNAVAILABLE
                       THRU 8600-FILE-UNAVAILABLE-EX
                   GO TO 1000-ADD-REQUEST-EX
               END-IF
               SET RECORD-ON-FILE TO TRUE
               SET RECORD-HELD TO TRUE
           END-IF

           IF RECORD-ON-FILE
              AND NOT RQS-REJECTED AND NOT RQS-CANCELLED
               IF RQS-PENDING
                   MOVE 'FZRQ - REQUEST IS ALREADY PENDING - USE P OR D'
                       TO DETAIL-WORK-LINE
                   PERFORM 8800-ADD-OUTPUT-LINE
                       THRU 8800-ADD-OUTPUT-LINE-EX
               ELSE
                   PERFORM 8500-SHOW-LOCKED THRU 8500-SHOW-LOCKED-EX
               END-IF
               PERFORM 3100-SHOW-REQUEST THRU 3100-SHOW-REQUEST-EX
               PERFORM 8400-RELEASE-RECORD
                   THRU 8400-RELEASE-RECORD-EX
               GO TO 1000-ADD-REQUEST-EX
           END-IF

           MOVE REQUEST-KEY TO RQS-KEY
           MOVE NEW-PRIORITY TO RQS-PRIORITY
           MOVE NEW-DATE-WANTED TO RQS-DATE-WANTED
           MOVE 'P' TO RQS-STATUS
           MOVE SPACES TO RQS-REASON-CODE
           MOVE CHANGE-DATE TO RQS-STATUS-DATE
           MOVE CHANGE-TIME TO RQS-STATUS-TIME
           MOVE SPACE TO RQS-COVER-SOURCE
           MOVE SPACES TO RQS-COVER-REQUESTOR
           MOVE ZERO TO RQS-COVER-STARTING-NUMBER
           MOVE ZERO TO RQS-COVER-ENDING-NUMBER
           MOVE ZERO TO RQS-TRIMMED-COUNT
           MOVE 'A' TO RQS-CHANGE-ACTION
           PERFORM 3000-RECORD-CHANGE THRU 3000-RECORD-CHANGE-EX
           .

       1000-ADD-REQUEST-EX.
           EXIT.

      * EDIT THE REQUEST TOKENS IN 0620'S ORDER AND BUILD THE KEY.
      * THE PRIORITY AND DATE WANTED ARE EDITED FOR AN ADD ONLY -
      * THE CHANGE FUNCTIONS EDIT THEIR ONE VALUE THEMSELVES.  A
      * TOKEN TOO LONG FOR ITS FIELD FAILS THE NUMERIC EDIT; THE
      * REQUESTOR IS POSITIONAL, SO A MISSING ONE SHOWS AS A
      * MISSING END AND IS REFUSED NNUM AS WELL.
       1100-EDIT-KEY.

           MOVE SPACES TO REJECT-REASON
           IF RQM-START-ARG-LEN EQUAL ZERO
              OR RQM-START-ARG-LEN GREATER THAN 9
              OR RQM-END-ARG-LEN EQUAL ZERO
              OR RQM-END-ARG-LEN GREATER THAN 9
               MOVE REASON-NOT-NUMERIC TO REJECT-REASON
           ELSE
               IF RQM-START-ARG (1:RQM-START-ARG-LEN) NOT NUMERIC
                  OR RQM-END-ARG (1:RQM-END-ARG-LEN) NOT NUMERIC
                   MOVE REASON-NOT-NUMERIC TO REJECT-REASON
               END-IF
           END-IF
           IF RQM-FUNCTION EQUAL 'A'
              AND REJECT-REASON EQUAL SPACES
               IF RQM-VALUE-ARG-LEN EQUAL ZERO
                  OR RQM-VALUE-ARG-LEN GREATER THAN 2
                  OR RQM-VALUE-2-ARG-LEN NOT EQUAL 8
                   MOVE REASON-NOT-NUMERIC TO REJECT-REASON
               ELSE
                   IF RQM-VALUE-ARG (1:RQM-VALUE-ARG-LEN) NOT NUMERIC
                      OR RQM-VALUE-2-ARG NOT NUMERIC
                       MOVE REASON-NOT-NUMERIC TO REJECT-REASON
                   ELSE
                       MOVE RQM-VALUE-ARG (1:RQM-VALUE-ARG-LEN)
                           TO NEW-PRIORITY
                       MOVE RQM-VALUE-2-ARG TO NEW-DATE-WANTED
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON NOT EQUAL SPACES
               MOVE 'FZRQ - REFUSED NNUM - START AND END ARE 1-9 DIGITS'
                   TO DETAIL-WORK-LINE
               PERFORM 8800-ADD-OUTPUT-LINE
                   THRU 8800-ADD-OUTPUT-LINE-EX
               IF RQM-FUNCTION EQUAL 'A'
                   MOVE '       PRIORITY 1-2 DIGITS, DATE YYYYMMDD'
                       TO DETAIL-WORK-LINE
                   PERFORM 8800-ADD-OUTPUT-LINE
                       THRU 8800-ADD-OUTPUT-LINE-EX
               END-IF
               GO TO 1100-EDIT-KEY-EX
           END-IF

           MOVE RQM-START-ARG (1:RQM-START-ARG-LEN)
               TO REQUEST-STARTING-NUMBER
           MOVE RQM-END-ARG (1:RQM-END-ARG-LEN)
               TO REQUEST-ENDING-NUMBER

           IF RQM-REQUESTOR-ARG-LEN EQUAL ZERO
              OR RQM-REQUESTOR-ARG-LEN GREATER THAN 8
               MOVE REASON-NO-REQUESTOR TO REJECT-REASON
               MOVE 'FZRQ - REFUSED NOID - REQUESTOR IS 1-8 CHARACTERS'
                   TO DETAIL-WORK-LINE
           ELSE
               IF REQUEST-STARTING-NUMBER EQUAL ZERO
                   MOVE REASON-ZERO-START TO REJECT-REASON
                   MOVE 'FZRQ - REFUSED ZERO - START MUST NOT BE ZERO'
                       TO DETAIL-WORK-LINE
               ELSE
                   IF REQUEST-STARTING-NUMBER GREATER THAN
                      REQUEST-ENDING-NUMBER
                       MOVE REASON-BAD-SEQUENCE TO REJECT-REASON
                       MOVE 'FZRQ - REFUSED SEQ - START IS PAST END'
                           TO DETAIL-WORK-LINE
                   ELSE
                       IF REQUEST-ENDING-NUMBER GREATER THAN
                          MAXIMUM-ENDING-NUMBER
                           MOVE REASON-OVER-MAXIMUM TO REJECT-REASON
                           MOVE 'FZRQ - REFUSED MAX - END TOO HIGH'
                               TO DETAIL-WORK-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON NOT EQUAL SPACES
               PERFORM 8800-ADD-OUTPUT-LINE
                   THRU 8800-ADD-OUTPUT-LINE-EX
               GO TO 1100-EDIT-KEY-EX
           END-IF

           IF RQM-LINE-ARG-LEN GREATER THAN 4
               MOVE 'LINE' TO REJECT-REASON
               MOVE 'FZRQ - PRODUCT LINE IS 1-4 CHARACTERS'
                   TO DETAIL-WORK-LINE
               PERFORM 8800-ADD-OUTPUT-LINE
                   THRU 8800-ADD-OUTPUT-LINE-EX
               GO TO 1100-EDIT-KEY-EX
           END-IF
           MOVE 'BASE' TO REQUEST-LINE
           IF RQM-LINE-ARG-LEN GREATER THAN ZERO
               MOVE RQM-LINE-ARG (1:4) TO REQUEST-LINE
           END-IF

           MOVE RQM-REQUESTOR-ARG TO REQUEST-REQUESTOR
           MOVE REQUEST-LINE TO REQUEST-PRODUCT-LINE
           .

       1100-EDIT-KEY-EX.
           EXIT.

      * CHANGE THE PRIORITY (P) OR DATE WANTED (D) OF A PENDING
      * REQUEST, OR CANCEL IT (X).  ANYTHING NOT PENDING IS REFUSED.
       2000-CHANGE-REQUEST.

      * X TAKES NO VALUE, SO ITS OPTIONAL LINE IS THE FIFTH TOKEN;
      * P AND D TAKE THEIRS AFTER THE VALUE.
           IF RQM-LINE-ARG-LEN NOT EQUAL ZERO
              OR RQM-EXTRA-ARG-LEN NOT EQUAL ZERO
               PERFORM 8700-SHOW-USAGE THRU 8700-SHOW-USAGE-EX
               GO TO 2000-CHANGE-REQUEST-EX
           END-IF
           IF RQM-FUNCTION EQUAL 'X'
               IF RQM-VALUE-2-ARG-LEN NOT EQUAL ZERO
                   PERFORM 8700-SHOW-USAGE THRU 8700-SHOW-USAGE-EX
                   GO TO 2000-CHANGE-REQUEST-EX
               END-IF
               MOVE RQM-VALUE-ARG TO RQM-LINE-ARG
               MOVE RQM-VALUE-ARG-LEN TO RQM-LINE-ARG-LEN
           ELSE
               MOVE RQM-VALUE-2-ARG TO RQM-LINE-ARG
               MOVE RQM-VALUE-2-ARG-LEN TO RQM-LINE-ARG-LEN
           END-IF

           PERFORM 1100-EDIT-KEY THRU 1100-EDIT-KEY-EX
           IF REJECT-REASON NOT EQUAL SPACES
               GO TO 2000-CHANGE-REQUEST-EX
           END-IF

           IF RQM-FUNCTION EQUAL 'P'
               IF RQM-VALUE-ARG-LEN EQUAL ZERO
                  OR RQM-VALUE-ARG-LEN GREATER THAN 2
                   MOVE 'FZRQ - REFUSED NNUM - PRIORITY IS 1-2 DIGITS'
                       TO DETAIL-WORK-LINE
                   PERFORM 8800-ADD-OUTPUT-LINE
                       THRU 8800-ADD-OUTPUT-LINE-EX
                   GO TO 2000-CHANGE-REQUEST-EX
               END-IF
               IF RQM-VALUE-ARG (1:RQM-VALUE-ARG-LEN) NOT NUMERIC
                   MOVE 'FZRQ - REFUSED NNUM - PRIORITY IS 1-2 DIGITS'
                       TO DETAIL-WORK-LINE
                   PERFORM 8800-ADD-OUTPUT-LINE
                       THRU 8800-ADD-OUTPUT-LINE-EX
                   GO TO 2000-CHANGE-REQUEST-EX
               END-IF
               MOVE RQM-VALUE-ARG (1:RQM-VALUE-ARG-LEN) TO NEW-PRIORITY
           END-IF

           IF RQM-FUNCTION EQUAL 'D'
               IF RQM-VALUE-ARG-LEN NOT EQUAL 8
                  OR RQM-VALUE-ARG NOT NUMERIC
                   MOVE 'FZRQ - REFUSED NNUM - DATE WANTED IS YYYYMMDD'
                       TO DETAIL-WORK-LINE
                   PERFORM 8800-ADD-OUTPUT-LINE
                       THRU 8800-ADD-OUTPUT-LINE-EX
                   GO TO 2000-CHANGE-REQUEST-EX
               END-IF
               MOVE RQM-VALUE-ARG TO NEW-DATE-WANTED
           END-IF

           EXEC CICS READ
               FILE ('FIZZRQS')
               INTO (REQUEST-STATUS-RECORD)
               RIDFLD (REQUEST-KEY)
               UPDATE
               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NOTFND)
               MOVE 'FZRQ - NO SUCH REQUEST ON FILE' TO DETAIL-WORK-LINE
               PERFORM 8800-ADD-OUTPUT-LINE
                   THRU 8800-ADD-OUTPUT-LINE-EX
               GO TO 2000-CHANGE-REQUEST-EX
           END-IF
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 8600-FILE-UNAVAILABLE
                   THRU 8600-FILE-UNAVAILABLE-EX
               GO TO 2000-CHANGE-REQUEST-EX
           END-IF
           SET RECORD-ON-FILE TO TRUE
           SET RECORD-HELD TO TRUE

           IF NOT RQS-PENDING
               PERFORM 8500-SHOW-LOCKED THRU 8500-SHOW-LOCKED-EX
               PERFORM 3100-SHOW-REQUEST THRU 3100-SHOW-REQUEST-EX
               PERFORM 8400-RELEASE-RECORD
                   THRU 8400-RELEASE-RECORD-EX
               GO TO 2000-CHANGE-REQUEST-EX
           END-IF

           IF RQM-FUNCTION EQUAL 'P'
               MOVE NEW-PRIORITY TO RQS-PRIORITY
           END-IF
           IF RQM-FUNCTION EQUAL 'D'
               MOVE NEW-DATE-WANTED TO RQS-DATE-WANTED
           END-IF
           IF RQM-FUNCTION EQUAL 'X'
               MOVE 'X' TO RQS-STATUS
               MOVE CHANGE-DATE TO RQS-STATUS-DATE
               MOVE CHANGE-TIME TO RQS-STATUS-TIME
           END-IF
           MOVE RQM-FUNCTION (1:1) TO RQS-CHANGE-ACTION
           PERFORM 3000-RECORD-CHANGE THRU 3000-RECORD-CHANGE-EX
           .

       2000-CHANGE-REQUEST-EX.
           EXIT.

      * STAMP WHO AND WHEN, THEN REWRITE THE HELD RECORD OR WRITE
      * THE NEW ONE, AND ECHO THE RESULT.
       3000-RECORD-CHANGE.

           MOVE CHANGE-USERID TO RQS-CHANGED-BY
           MOVE CHANGE-DATE TO RQS-CHANGED-DATE
           MOVE CHANGE-TIME TO RQS-CHANGED-TIME

           IF RECORD-ON-FILE
               EXEC CICS REWRITE
                   FILE ('FIZZRQS')
                   FROM (REQUEST-STATUS-RECORD)
                   RESP (WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   FILE ('FIZZRQS')
                   FROM (REQUEST-STATUS-RECORD)
                   RIDFLD (RQS-KEY)
                   RESP (WS-RESP)
               END-EXEC
           END-IF
           SET RECORD-HELD TO FALSE
           IF WS-RESP EQUAL DFHRESP(DUPREC)
               MOVE 'FZRQ - REQUEST WAS ADDED FROM ANOTHER TERMINAL'
                   TO DETAIL-WORK-LINE
               PERFORM 8800-ADD-OUTPUT-LINE
                   THRU 8800-ADD-OUTPUT-LINE-EX
               GO TO 3000-RECORD-CHANGE-EX
           END-IF
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               PERFORM 8600-FILE-UNAVAILABLE
                   THRU 8600-FILE-UNAVAILABLE-EX
               GO TO 3000-RECORD-CHANGE-EX
           END-IF

           IF RQS-CHANGE-ACTION EQUAL 'A'
               MOVE 'FZRQ - REQUEST ADDED, PENDING' TO DETAIL-WORK-LINE
           END-IF
           IF RQS-CHANGE-ACTION EQUAL 'P'
               MOVE 'FZRQ - PRIORITY CHANGED' TO DETAIL-WORK-LINE
           END-IF
           IF RQS-CHANGE-ACTION EQUAL 'D'
               MOVE 'FZRQ - DATE WANTED CHANGED' TO DETAIL-WORK-LINE
           END-IF
           IF RQS-CHANGE-ACTION EQUAL 'X'
               MOVE 'FZRQ - REQUEST CANCELLED' TO DETAIL-WORK-LINE
           END-IF
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           PERFORM 3100-SHOW-REQUEST THRU 3100-SHOW-REQUEST-EX
           .

       3000-RECORD-CHANGE-EX.
           EXIT.

      * THE REQUEST AS IT NOW STANDS, AND WHO LAST CHANGED IT
      * ONLINE.  A REQUEST THAT ONLY EVER CAME THROUGH A CARD DECK
      * HAS NO ONLINE CHANGE TO SHOW.
       3100-SHOW-REQUEST.

           MOVE RQS-REQUESTOR TO QDL-REQUESTOR
           MOVE RQS-PRODUCT-LINE TO QDL-LINE
           MOVE RQS-STARTING-NUMBER TO QDL-START
           MOVE RQS-ENDING-NUMBER TO QDL-END
           MOVE RQS-PRIORITY TO QDL-PRIORITY
           MOVE RQS-DATE-WANTED TO QDL-DATE-WANTED
           MOVE RQS-STATUS TO QDL-STATUS
           MOVE REQUEST-DETAIL-LINE TO DETAIL-WORK-LINE
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX

           IF RQS-CHANGE-ACTION EQUAL SPACE
               GO TO 3100-SHOW-REQUEST-EX
           END-IF
           MOVE RQS-CHANGED-BY TO ADL-CHANGED-BY
           MOVE RQS-CHANGED-DATE TO ADL-CHANGED-DATE
           MOVE RQS-CHANGED-TIME TO ADL-CHANGED-TIME
           MOVE RQS-CHANGE-ACTION TO ADL-ACTION
           MOVE AUDIT-DETAIL-LINE TO DETAIL-WORK-LINE
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           .

       3100-SHOW-REQUEST-EX.
           EXIT.

      * GIVE BACK A RECORD READ FOR UPDATE BUT NOT CHANGED.
       8400-RELEASE-RECORD.

           IF RECORD-HELD
               EXEC CICS UNLOCK
                   FILE ('FIZZRQS')
                   RESP (WS-RESP)
               END-EXEC
               SET RECORD-HELD TO FALSE
           END-IF
           .

       8400-RELEASE-RECORD-EX.
           EXIT.

      * THE NIGHT'S RUN HAS ALREADY ACTED ON THE REQUEST.
       8500-SHOW-LOCKED.

           MOVE SPACES TO STATUS-WORDS
           IF RQS-IN-FLIGHT
               MOVE 'IN FLIGHT' TO STATUS-WORDS
           END-IF
           IF RQS-COMPLETE
               MOVE 'COMPLETE' TO STATUS-WORDS
           END-IF
           IF RQS-SATISFIED
               MOVE 'SATISFIED BY EXISTING WORK' TO STATUS-WORDS
           END-IF
           IF RQS-REJECTED
               MOVE 'REJECTED - ADD IT AGAIN' TO STATUS-WORDS
           END-IF
           IF RQS-CANCELLED
               MOVE 'CANCELLED - ADD IT AGAIN' TO STATUS-WORDS
           END-IF
           IF STATUS-WORDS EQUAL SPACES
               MOVE 'NOT PENDING' TO STATUS-WORDS
           END-IF
           STRING 'FZRQ - REQUEST IS LOCKED, ' DELIMITED BY SIZE
                  STATUS-WORDS DELIMITED BY SIZE
                  INTO DETAIL-WORK-LINE
           END-STRING
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           .

       8500-SHOW-LOCKED-EX.
           EXIT.

      * NOTOPEN OR DISABLED IS THE BATCH WINDOW; ANYTHING ELSE IS A
      * FILE PROBLEM FOR SUPPORT.
       8600-FILE-UNAVAILABLE.

           IF WS-RESP EQUAL DFHRESP(NOTOPEN)
              OR WS-RESP EQUAL DFHRESP(DISABLED)
               MOVE 'FZRQ - FIZZRQS IS CLOSED FOR THE NIGHTLY RUN'
                   TO DETAIL-WORK-LINE
               PERFORM 8800-ADD-OUTPUT-LINE
                   THRU 8800-ADD-OUTPUT-LINE-EX
               MOVE '       TRY AGAIN AFTER THE BATCH WINDOW'
                   TO DETAIL-WORK-LINE
           ELSE
               MOVE 'FZRQ - FIZZRQS UPDATE FAILED - CALL BATCH SUPPORT'
                   TO DETAIL-WORK-LINE
           END-IF
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           .

       8600-FILE-UNAVAILABLE-EX.
           EXIT.

       8700-SHOW-USAGE.

           MOVE 'FZRQ - USE: A REQUESTOR START END PRIORITY DATE [LINE]'
               TO DETAIL-WORK-LINE
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           MOVE '            P REQUESTOR START END PRIORITY [LINE]'
               TO DETAIL-WORK-LINE
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           MOVE '            D REQUESTOR START END DATE [LINE]'
               TO DETAIL-WORK-LINE
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           MOVE '            X REQUESTOR START END [LINE]'
               TO DETAIL-WORK-LINE
           PERFORM 8800-ADD-OUTPUT-LINE THRU 8800-ADD-OUTPUT-LINE-EX
           .

       8700-SHOW-USAGE-EX.
           EXIT.

       8800-ADD-OUTPUT-LINE.

           IF OUTPUT-LINE-COUNT LESS THAN 20
               ADD 1 TO OUTPUT-LINE-COUNT
               MOVE DETAIL-WORK-LINE
                   TO OUTPUT-LINE (OUTPUT-LINE-COUNT)
           END-IF
           MOVE SPACES TO DETAIL-WORK-LINE
           .

       8800-ADD-OUTPUT-LINE-EX.
           EXIT.

       8900-SEND-SCREEN.

           IF OUTPUT-LINE-COUNT EQUAL ZERO
               MOVE 'FZRQ - NOTHING TO SHOW' TO DETAIL-WORK-LINE
               PERFORM 8800-ADD-OUTPUT-LINE
                   THRU 8800-ADD-OUTPUT-LINE-EX
           END-IF
           COMPUTE OUTPUT-LENGTH = OUTPUT-LINE-COUNT * 80
           EXEC CICS SEND TEXT
               FROM (OUTPUT-LINE (1))
               LENGTH (OUTPUT-LENGTH)
               ERASE
               FREEKB
               RESP (WS-RESP)
           END-EXEC
           .

       8900-SEND-SCREEN-EX.
           EXIT.

       9999-END.
           .
