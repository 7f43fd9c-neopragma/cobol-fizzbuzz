      *              - RUNS PER DAY, WITH A DAY IN THE WINDOW THAT
      *                HAS NO RECORD FLAGGED AS THE HEADLINE;
      *              - DAY-OVER-DAY SWINGS IN THE CLASSIFICATION MIX
      *                (PER-RULE/COMBINED/PLAIN/FIXED PERCENTAGES)
      *                BEYOND A TOLERANCE - THE SWING IS HOW THE LAST
      *                BAD FIZZCTL CARD WAS CAUGHT, TWO WEEKS LATE;
      *              - THE RETURN-CODE DISTRIBUTION;
      *              - RUN AND COUNT TOTALS BY MODE (RANGE/TXN/REJ).
      *
      *            A RUN THAT WORKED SEVERAL PRODUCT LINES WRITES ONE
      *            HISTORY RECORD PER LINE, BACK TO BACK UNDER THE
      *            SAME RUN-ID.  THOSE RECORDS ARE ONE RUN - COUNTED
      *            ONCE IN THE RUNS PER DAY, THE MODE TOTALS AND THE
      *            RETURN-CODE DISTRIBUTION - WITH THEIR CLASS AND
      *            PROCESSED COUNTS ADDED TOGETHER.
      *
      * USAGE:     FIZZHRPT FROMDATE TODATE [TOLERANCE]
      *              FROMDATE   FIRST DAY OF THE WINDOW, YYYYMMDD
      *              TODATE     LAST DAY OF THE WINDOW, YYYYMMDD
      *                     RESUMED RUN (THE SAME OVERSTATEMENT THE
      *                     FIZZMON RATE FIX REMOVED).  PRE-
      *                     MIGRATION RECORDS CONTRIBUTE ZERO.
      *   15 OCT 2026  RJP  FIZZHIST NOW HOLDS ONE RECORD PER PRODUCT
      *                     LINE WORKED, ALL SHARING THE RUN-ID.
      *                     CONSECUTIVE RECORDS OF ONE RUN COUNT AS ONE
      *                     RUN AND ONE RETURN CODE, THEIR COUNTS ADDED.
      *   15 OCT 2026  RJP  FIZZHIST CARRIES THE FIXED-VALUE COUNT (272
      *                     BYTES); IT JOINS THE DAY MIX AS AN EIGHTH
      *                     CLASS, PRE-MIGRATION RECORDS CONTRIBUTING
      *                     ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZHRPT.
           05  HIST-OPERATOR       PIC X(08).
           05  HIST-COMMENT        PIC X(20).
           05  HIST-PROCESSED-COUNT PIC 9(09).
           05  HIST-PRODUCT-LINE   PIC X(04).
           05  HIST-FIXED-COUNT    PIC 9(09).

       FD  REPORT-FILE
           RECORDING MODE IS F.
               88  EXCEPTIONS-FLAGGED VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  PRIOR-DAY-USABLE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  SAME-RUN-AS-PRIOR VALUE 'Y', FALSE 'N'.
           05  LAST-ACCUMULATED-RUN-ID PIC X(17) VALUE SPACES.

      * ONE SLOT PER CALENDAR DAY IN THE WINDOW, FILLED BY WALKING
      * THE CALENDAR SO A DAY WITH NO RECORD STILL HAS ITS SLOT -
               10  DAY-RULE-COUNT  PIC 9(12) OCCURS 5.
               10  DAY-COMB-COUNT  PIC 9(12).
               10  DAY-PLAIN-COUNT PIC 9(12).
               10  DAY-FIXED-COUNT PIC 9(12).

      * RETURN-CODE DISTRIBUTION OVER THE WHOLE WINDOW - ONE ENTRY
      * PER DISTINCT CODE SEEN.

       01  MIX-WORK-FIELDS.
           05  DAY-TOTAL-COUNT    PIC 9(15) VALUE ZERO.
           05  CLASS-PERCENT      PIC 9(3)V9(2) OCCURS 8.
           05  PRIOR-PERCENT      PIC 9(3)V9(2) OCCURS 8.
           05  PERCENT-DELTA      PIC S9(3)V9(2) VALUE ZERO.

       01  DATE-WORK-FIELDS.
           05  FILLER             PIC X(10) VALUE 'RULE 5'.
           05  FILLER             PIC X(10) VALUE 'COMBINED'.
           05  FILLER             PIC X(10) VALUE 'PLAIN'.
           05  FILLER             PIC X(10) VALUE 'FIXED'.
       01  FILLER REDEFINES CLASS-LABEL-TABLE.
           05  CLASS-LABEL        PIC X(10) OCCURS 8.

       01  FILE-STATUS-VALUES.
           05  RUN-HISTORY-FILE-STATUS PIC X(02) VALUE '00'.
               END-PERFORM
               MOVE ZERO TO DAY-COMB-COUNT (DAY-INDEX)
               MOVE ZERO TO DAY-PLAIN-COUNT (DAY-INDEX)
               MOVE ZERO TO DAY-FIXED-COUNT (DAY-INDEX)
               PERFORM 7200-NEXT-DATE THRU 7200-NEXT-DATE-EX
           END-PERFORM

               GO TO 1200-ACCUMULATE-RECORD-EX
           END-IF

      * A FURTHER PRODUCT LINE OF THE RUN JUST COUNTED ADDS ITS
      * NUMBERS BUT IS NOT ANOTHER RUN.
           SET SAME-RUN-AS-PRIOR TO FALSE
           IF HIST-RUN-ID NOT EQUAL SPACES
              AND HIST-RUN-ID EQUAL LAST-ACCUMULATED-RUN-ID
               SET SAME-RUN-AS-PRIOR TO TRUE
           END-IF
           MOVE HIST-RUN-ID TO LAST-ACCUMULATED-RUN-ID

      * NON-RUN MODES (BKOUT AND WHATEVER COMES NEXT) CARRY COUNTS
      * THAT WERE NOT PROCESSED THAT DAY - THEY GET A LINE IN THE
      * RETURN-CODE DISTRIBUTION AND THE OTHER-MODE RUN TOTAL, AND
           IF HIST-RUN-MODE NOT EQUAL 'RANGE'
              AND HIST-RUN-MODE NOT EQUAL 'TXN'
              AND HIST-RUN-MODE NOT EQUAL 'REJ'
               IF NOT SAME-RUN-AS-PRIOR
                   ADD 1 TO MODE-RUNS (4)
                   PERFORM 1300-TALLY-RETURN-CODE
                       THRU 1300-TALLY-RETURN-CODE-EX
               END-IF
               GO TO 1200-ACCUMULATE-RECORD-EX
           END-IF

           COMPUTE DAY-INDEX =
               SERIAL-DAY-NUMBER - WINDOW-FROM-SERIAL + 1

           IF NOT SAME-RUN-AS-PRIOR
               ADD 1 TO DAY-RUN-COUNT (DAY-INDEX)
           END-IF
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               ADD HIST-RULE-ONLY-COUNT (RULE-INDEX)
           END-PERFORM
           ADD HIST-COMBINED-COUNT TO DAY-COMB-COUNT (DAY-INDEX)
           ADD HIST-PLAIN-COUNT TO DAY-PLAIN-COUNT (DAY-INDEX)
      * A RECORD WRITTEN BEFORE THE FIXED-VALUE CLASS EXISTED
      * CARRIES PAD BYTES THERE AND CONTRIBUTES NOTHING.
           IF HIST-FIXED-COUNT NUMERIC
               ADD HIST-FIXED-COUNT TO DAY-FIXED-COUNT (DAY-INDEX)
           END-IF

           IF HIST-RUN-MODE EQUAL 'RANGE'
               MOVE 1 TO MODE-INDEX
                   MOVE 3 TO MODE-INDEX
               END-IF
           END-IF
           IF SAME-RUN-AS-PRIOR
               IF HIST-PROCESSED-COUNT NUMERIC
                   ADD HIST-PROCESSED-COUNT
                       TO MODE-PROCESSED (MODE-INDEX)
               END-IF
               GO TO 1200-ACCUMULATE-RECORD-EX
           END-IF
           ADD 1 TO MODE-RUNS (MODE-INDEX)
      * THE MODE TOTAL COMES FROM THE PER-EXECUTION PROCESSED
      * COUNT, NOT THE CLASS COUNTS - THOSE ARE THE JOB-WIDE
           EXIT.

      * CLASS MIX FOR THE DAY AS PERCENTAGES OF THE DAY'S TOTAL -
      * EIGHT CLASSES: ONE PER RULE SLOT, COMBINED, PLAIN, FIXED
      * VALUE.  A DAY THAT PROCESSED NOTHING (ALL RUNS REJECTED,
      * SAY) CANNOT BE COMPARED AND DOES NOT BECOME THE PRIOR DAY
      * EITHER.
       2200-CHECK-MIX-SWING.

           MOVE ZERO TO DAY-TOTAL-COUNT
           END-PERFORM
           ADD DAY-COMB-COUNT (DAY-INDEX) TO DAY-TOTAL-COUNT
           ADD DAY-PLAIN-COUNT (DAY-INDEX) TO DAY-TOTAL-COUNT
           ADD DAY-FIXED-COUNT (DAY-INDEX) TO DAY-TOTAL-COUNT
           IF DAY-TOTAL-COUNT EQUAL ZERO
               GO TO 2200-CHECK-MIX-SWING-EX
           END-IF
               (DAY-COMB-COUNT (DAY-INDEX) * 100) / DAY-TOTAL-COUNT
           COMPUTE CLASS-PERCENT (7) ROUNDED =
               (DAY-PLAIN-COUNT (DAY-INDEX) * 100) / DAY-TOTAL-COUNT
           COMPUTE CLASS-PERCENT (8) ROUNDED =
               (DAY-FIXED-COUNT (DAY-INDEX) * 100) / DAY-TOTAL-COUNT

           IF PRIOR-DAY-USABLE
               PERFORM VARYING CLASS-INDEX FROM 1 BY 1
                   UNTIL CLASS-INDEX GREATER THAN 8
                   COMPUTE PERCENT-DELTA =
                       CLASS-PERCENT (CLASS-INDEX)
                       - PRIOR-PERCENT (CLASS-INDEX)
           END-IF

           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
               UNTIL CLASS-INDEX GREATER THAN 8
               MOVE CLASS-PERCENT (CLASS-INDEX)
                   TO PRIOR-PERCENT (CLASS-INDEX)
           END-PERFORM
