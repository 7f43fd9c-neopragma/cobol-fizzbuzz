      *            EARLY SILENTLY RECLASSIFIED THE WHOLE RUN, AND
      *            NOTHING RECORDED WHAT THE CARD SAID ON ANY PAST
      *            DATE.  FIZZCTM HOLDS EFFECTIVE-DATED PARAMETER
      *            SETS (UP TO FIVE TYPED RULES EACH) WITH AN
      *            APPROVED/PENDING STATUS, SEPARATELY FOR EACH
      *            PRODUCT LINE; FIZZBUZZ, FIZZVRFY, AND FIZZRPT ALL
      *            SELECT THE LINE'S APPROVED SET IN EFFECT FOR
      *            THE RUN DATE BY THE SAME RULE, SO A RUN AND ITS
      *            VERIFICATION CAN NEVER DISAGREE ABOUT WHICH
      *            PARAMETERS APPLIED.  THIS PROGRAM IS THE ONLY
      *                       STORES IT AS A PENDING SET
      *              APPROVE  PROMOTES A PENDING SET, REFUSING ONE
      *                       WHOSE WINDOW OVERLAPS ANOTHER
      *                       APPROVED SET OF THE SAME LINE, AND
      *                       ONE WITH NO FIZZSIM
      *                       SIMULATION ON FIZZSIMR FOR ITS
      *                       CURRENT CARD IMAGE
      *              DELETE   REMOVES A PENDING SET - A MISTYPED
      *                       ADD IS DELETED AND RE-ADDED.  AN
      *                       APPROVED SET IS NEVER DELETED; IT IS
      *                       DATES
      *              LIST     DISPLAYS EVERY SET ON FILE
      *
      *            EVERY FUNCTION TAKES AN OPTIONAL PRODUCT LINE (1-4
      *            CHARACTERS) AS ITS LAST ARGUMENT - OMITTED, IT IS
      *            THE HOUSE LINE, BASE.  LIST WITHOUT A LINE SHOWS
      *            EVERY LINE.
      *
      *            EACH RULE IS ONE OF THREE TYPES:
      *              D  DIVISIBLE-BY - THE NUMBER DIVIDES EVENLY BY
      *                 THE DIVISOR (THE ONLY TYPE THERE USED TO BE,
      *                 AND STILL THE TYPE OF AN UNTYPED RULE)
      *              C  CONTAINS-DIGIT - THE NUMBER HAS THE DIGIT IN
      *                 THE DIVISOR FIELD (0000-0009) AMONG ITS OWN
      *                 DIGITS.  GIVEN THE SAME WORD AS AN EARLIER
      *                 RULE IT IS A SECOND WAY TO EARN THAT WORD -
      *                 3 DIVISIBLE-BY AND 3 CONTAINS-DIGIT BOTH
      *                 'Fizz' GIVE 13 'Fizz' AND 3 'Fizz', NEVER
      *                 'FizzFizz'
      *              F  FIXED-VALUE OVERRIDE - EVERY NUMBER IN THE
      *                 FROM/TO BLOCK IS THE WORD, WHATEVER ELSE IT
      *                 MATCHES.  THE FIRST BLOCK COVERING A NUMBER
      *                 WINS, AND THE NUMBER IS TALLIED IN ITS OWN
      *                 FIXED-VALUE CLASS
      *
      * USAGE:     FIZZCTLE ADD [LINE]
      *              READS ONE CARD FROM FIZZCTLI:
      *                EFFECTIVE-FROM  PIC 9(8)  FIRST RUN DATE
      *                EFFECTIVE-TO    PIC 9(8)  LAST RUN DATE
      *                ZERO/ALL-BLANK OR ALL-BLANK PAIR IS UNUSED
      *                (A TRAILING PAIR MAY SIMPLY BE LEFT OFF THE
      *                INSTREAM LINE)
      *              FOLLOWED BY ONE OPTIONAL TYPE CARD PER RULE
      *              THAT IS NOT DIVISIBLE-BY:
      *                RULE NUMBER     PIC 9     1-5, THE PAIR'S
      *                                          POSITION ON THE CARD
      *                RULE TYPE       PIC X     D, C, OR F
      *                BLOCK-FROM      PIC 9(9)  F ONLY - FIRST AND
      *                BLOCK-TO        PIC 9(9)  LAST NUMBER FIXED
      *              A FIXED-VALUE RULE'S PAIR CARRIES A ZERO
      *              DIVISOR AND ITS WORD.
      *            FIZZCTLE APPROVE YYYYMMDD [LINE]
      *              PROMOTES THE LINE'S PENDING SET KEYED BY THAT
      *              EFFECTIVE-FROM DATE
      *            FIZZCTLE DELETE YYYYMMDD [LINE]
      *              REMOVES THE LINE'S PENDING SET KEYED BY THAT
      *              EFFECTIVE-FROM DATE
      *            FIZZCTLE LIST [LINE]
      *
      * RETURN CODES:
      *            00  DONE
      *            08  VALIDATION FAILED, SET NOT FOUND OR NOT
      *                PENDING, DUPLICATE KEY, AN APPROVED-WINDOW
      *                OVERLAP, OR NO CURRENT SIMULATION OF THE SET
      *            12  A FILE COULD NOT BE OPENED OR UPDATED
      *            16  BAD ARGUMENTS
      *
      *                     THAT SHORT OF RAW IDCAMS AGAINST A
      *                     MASTER THIS PROGRAM IS THE ONLY WRITER
      *                     OF.
      *   15 OCT 2026  RJP  APPROVE REFUSES A SET WITH NO FIZZSIM
      *                     WHAT-IF SIMULATION ON THE NEW FIZZSIMR
      *                     CLUSTER, OR WHOSE SIMULATION WAS RUN AGAINST
      *                     A DIFFERENT WINDOW OR RULE IMAGE THAN THE
      *                     SET NOW CARRIES, AND SHOWS THE SIMULATION'S
      *                     HEADLINE COUNTS ON APPROVAL.  THE RULE
      *                     ENTRIES ARE GROUPED AS CTM-RULE-TABLE FOR
      *                     THE COMPARE - THE RECORD IS UNCHANGED.
      *   15 OCT 2026  RJP  KEY THE MASTER BY PRODUCT LINE AND
      *                     EFFECTIVE-FROM (FIZZCTM GROWS 112 TO 116) SO
      *                     EACH LINE KEEPS ITS OWN EFFECTIVE-DATED SETS
      *                     AND APPROVALS.  EVERY FUNCTION TAKES AN
      *                     OPTIONAL LINE AS ITS LAST ARGUMENT, DEFAULT
      *                     BASE; THE OVERLAP CHECK ONLY LOOKS AT THE
      *                     SAME LINE'S APPROVED SETS, AND THE
      *                     SIMULATION LOOKED FOR ON FIZZSIMR IS THE
      *                     LINE'S OWN.  LIST WITHOUT A LINE SHOWS EVERY
      *                     LINE.
      *   15 OCT 2026  RJP  RULE TYPES - EACH FIZZCTM RULE IS
      *                     DIVISIBLE-BY, CONTAINS-DIGIT, OR A
      *                     FIXED-VALUE OVERRIDE OF A FROM/TO BLOCK,
      *                     TYPED BY OPTIONAL CARDS FOLLOWING THE ADD
      *                     CARD AND EDITED PER TYPE.  FIZZCTM GROWS 116
      *                     TO 211 AND FIZZSIMR 184 TO 279; APPROVE ALSO
      *                     COMPARES THE SIMULATED TYPE IMAGE, AND LIST
      *                     SHOWS EACH RULE'S TYPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZCTLE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EDIT-INPUT-FILE-STATUS.

           SELECT SIMULATION-FILE ASSIGN TO FIZZSIMR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SIM-KEY
               FILE STATUS IS SIMULATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE EFFECTIVE-DATED PARAMETER SET PER RECORD, KEYED BY THE
      * PRODUCT LINE AND THE EFFECTIVE-FROM DATE.  READERS MUST
      * SELECT THE LINE'S APPROVED SET WITH THE LATEST
      * EFFECTIVE-FROM NOT AFTER THE RUN DATE WHOSE EFFECTIVE-TO IS
      * NOT BEFORE IT.
       FD  CONTROL-MASTER-FILE.
       01  CONTROL-MASTER-RECORD.
           05  CTM-KEY.
               10  CTM-PRODUCT-LINE   PIC X(04).
               10  CTM-EFFECTIVE-FROM PIC 9(08).
           05  CTM-EFFECTIVE-TO    PIC 9(08).
           05  CTM-STATUS          PIC X(01).
               88  CTM-APPROVED VALUE 'A'.
               88  CTM-PENDING VALUE 'P'.
           05  CTM-RULE-TABLE.
               10  CTM-RULE-ENTRY OCCURS 5.
                   15  CTM-DIVISOR PIC 9(04).
                   15  CTM-WORD    PIC X(10).
           05  CTM-ADDED-DATE      PIC 9(08).
           05  CTM-APPROVED-DATE   PIC 9(08).
      * ONE TYPE ENTRY PER RULE ENTRY ABOVE.  A BLANK TYPE READS AS
      * DIVISIBLE-BY, SO A SET STORED BEFORE THE TYPES EXISTED
      * CLASSIFIES EXACTLY AS IT ALWAYS DID.  THE BLOCK IS ONLY
      * MEANINGFUL ON A FIXED-VALUE RULE.
           05  CTM-RULE-TYPE-TABLE.
               10  CTM-RULE-TYPE-ENTRY OCCURS 5.
                   15  CTM-RULE-TYPE   PIC X(01).
                   15  CTM-BLOCK-FROM  PIC 9(09).
                   15  CTM-BLOCK-TO    PIC 9(09).
           05  FILLER              PIC X(09).

      * THE ADD CARD - EFFECTIVE WINDOW FOLLOWED BY THE SAME FIVE
      * DIVISOR/WORD PAIRS THE FIZZCTL CARD CARRIES.
       FD  EDIT-INPUT-FILE
           RECORDING MODE IS F.
       01  EDIT-INPUT-RECORD       PIC X(86).

      * SIMULATION-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZSIM.CBL - ONE PER SET, CARRYING THE CARD IMAGE THAT WAS
      * SIMULATED.
       FD  SIMULATION-FILE.
       01  SIMULATION-RECORD.
           05  SIM-KEY.
               10  SIM-PRODUCT-LINE   PIC X(04).
               10  SIM-EFFECTIVE-FROM PIC 9(08).
           05  SIM-EFFECTIVE-TO    PIC 9(08).
           05  SIM-RULE-IMAGE      PIC X(70).
           05  SIM-RUN-DATE        PIC 9(08).
           05  SIM-RUN-TIME        PIC 9(08).
           05  SIM-STARTING-NUMBER PIC 9(09).
           05  SIM-ENDING-NUMBER   PIC 9(09).
           05  SIM-BASELINE-SOURCE PIC X(08).
           05  SIM-CLASSIFIED-COUNT PIC 9(09).
           05  SIM-CHANGED-COUNT   PIC 9(09).
           05  SIM-SKIPPED-COUNT   PIC 9(09).
           05  SIM-RULE-TYPE-IMAGE PIC X(95).
           05  FILLER              PIC X(25).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
           05  ARG-TOKEN-1-LEN    PIC 9(02).
           05  ARG-TOKEN-2        PIC X(09).
           05  ARG-TOKEN-2-LEN    PIC 9(02).
           05  ARG-TOKEN-3        PIC X(09).
           05  ARG-TOKEN-3-LEN    PIC 9(02).

      * THE ADD CARD - EFFECTIVE WINDOW FOLLOWED BY THE SAME FIVE
      * DIVISOR/WORD PAIRS THE FIZZCTL CARD CARRIES - AND THE TYPE
      * CARDS THAT MAY FOLLOW IT, ONE PER RULE THAT IS NOT
      * DIVISIBLE-BY.
       01  ADD-CARD.
           05  EDI-EFFECTIVE-FROM  PIC 9(08).
           05  EDI-EFFECTIVE-TO    PIC 9(08).
           05  EDI-RULE-ENTRY OCCURS 5.
               10  EDI-DIVISOR     PIC 9(04).
               10  EDI-WORD        PIC X(10).

       01  TYPE-CARD.
           05  EDT-RULE-NUMBER     PIC 9(01).
           05  EDT-RULE-TYPE       PIC X(01).
               88  EDT-DIVISIBLE-BY VALUE 'D'.
               88  EDT-CONTAINS-DIGIT VALUE 'C'.
               88  EDT-FIXED-VALUE VALUE 'F'.
           05  EDT-BLOCK-FROM      PIC 9(09).
           05  EDT-BLOCK-TO        PIC 9(09).
           05  FILLER              PIC X(66).

      * THE TYPE OF EACH RULE AS THE TYPE CARDS LEFT IT - 'D' FOR
      * ANY RULE NO CARD NAMED.
       01  NEW-RULE-TYPE-TABLE.
           05  NEW-RULE-TYPE-ENTRY OCCURS 5.
               10  NEW-RULE-TYPE   PIC X(01).
               10  NEW-BLOCK-FROM  PIC 9(09).
               10  NEW-BLOCK-TO    PIC 9(09).
               10  NEW-TYPE-CARD-SW PIC X(01).

       01  EDIT-CONTROLS.
           05  REQUESTED-FUNCTION PIC X(08) VALUE SPACES.
           05  ACTIVE-RULE-COUNT  PIC 9(02) VALUE ZERO.
           05  NEW-EFFECTIVE-FROM PIC 9(08) VALUE ZERO.
           05  NEW-EFFECTIVE-TO   PIC 9(08) VALUE ZERO.
           05  PRODUCT-LINE       PIC X(04) VALUE 'BASE'.

       01  FILLER.
           05  FILLER             PIC X VALUE 'Y'.
               88  CARD-IN-ERROR VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  OVERLAP-FOUND VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  SIMULATION-ON-FILE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  LIST-ALL-LINES VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  EDIT-INPUT-AT-EOF VALUE 'Y', FALSE 'N'.

       01  BINARY.
           05  RULE-INDEX         PIC S9(9).
           05  TYPE-INDEX         PIC S9(9).

       01  RULE-LIMITS.
           05  MAXIMUM-RULES      PIC 9(2) VALUE 5.
               88  CONTROL-MASTER-FILE-OK VALUE '00'.
           05  EDIT-INPUT-FILE-STATUS PIC X(02) VALUE '00'.
               88  EDIT-INPUT-FILE-OK VALUE '00'.
           05  SIMULATION-FILE-STATUS PIC X(02) VALUE '00'.
               88  SIMULATION-FILE-OK VALUE '00'.
               88  SIMULATION-FILE-NOT-FOUND VALUE '35'.

       PROCEDURE DIVISION.

           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-TOKEN-1 COUNT IN ARG-TOKEN-1-LEN
                    ARG-TOKEN-2 COUNT IN ARG-TOKEN-2-LEN
                    ARG-TOKEN-3 COUNT IN ARG-TOKEN-3-LEN
           END-UNSTRING

           IF ARG-TOKEN-1-LEN EQUAL ZERO
                   GO TO 0500-INITIALIZE-EXIT
               END-IF
               MOVE ARG-TOKEN-2 (1:8) TO APPROVE-KEY-DATE
               IF ARG-TOKEN-3-LEN NOT EQUAL ZERO
                   PERFORM 0510-TAKE-LINE-ARGUMENT
                       THRU 0510-TAKE-LINE-ARGUMENT-EX
               END-IF
           ELSE
               IF ARG-TOKEN-3-LEN NOT EQUAL ZERO
                   DISPLAY 'FIZZCTLE - TOO MANY ARGUMENTS FOR '
                           REQUESTED-FUNCTION
                   SET ARGS-ARE-VALID TO FALSE
                   GO TO 0500-INITIALIZE-EXIT
               END-IF
               IF REQUESTED-FUNCTION EQUAL 'LIST'
                  AND ARG-TOKEN-2-LEN EQUAL ZERO
                   SET LIST-ALL-LINES TO TRUE
               END-IF
               IF ARG-TOKEN-2-LEN NOT EQUAL ZERO
                   MOVE ARG-TOKEN-2 TO ARG-TOKEN-3
                   MOVE ARG-TOKEN-2-LEN TO ARG-TOKEN-3-LEN
                   PERFORM 0510-TAKE-LINE-ARGUMENT
                       THRU 0510-TAKE-LINE-ARGUMENT-EX
               END-IF
           END-IF
           .

       0500-INITIALIZE-EXIT.
           EXIT.

      * THE PRODUCT LINE ARRIVES IN ARG-TOKEN-3 - ONE TO FOUR
      * CHARACTERS.
       0510-TAKE-LINE-ARGUMENT.

           IF ARG-TOKEN-3-LEN GREATER THAN 4
               DISPLAY 'FIZZCTLE - PRODUCT LINE MAY NOT EXCEED FOUR '
                       'CHARACTERS'
               SET ARGS-ARE-VALID TO FALSE
               GO TO 0510-TAKE-LINE-ARGUMENT-EX
           END-IF
           MOVE ARG-TOKEN-3 (1:ARG-TOKEN-3-LEN) TO PRODUCT-LINE
           .

       0510-TAKE-LINE-ARGUMENT-EX.
           EXIT.

      * OPEN THE MASTER I-O, FALLING BACK TO AN INITIAL OPEN OUTPUT
      * THE SAME WAY FIZZBUZZ HANDLES AN EMPTY FIZZRST - THE FIRST
      * ADD EVER RUNS AGAINST A FRESHLY DEFINED CLUSTER.
           EXIT.

      * ADD - VALIDATE THE CARD WITH THE SAME EDITS THE RUNTIME
      * APPLIES TO A FIZZCTL CARD, PLUS THE EFFECTIVE WINDOW AND
      * EACH RULE'S TYPE, AND STORE IT PENDING.  NOTHING THE
      * RUNTIME SELECTS CAN EVER HAVE SKIPPED THESE EDITS.
       1000-ADD-PENDING-SET.

           OPEN INPUT EDIT-INPUT-FILE
                   CLOSE EDIT-INPUT-FILE
                   GO TO 1000-ADD-PENDING-SET-EX
           END-READ
           MOVE EDIT-INPUT-RECORD TO ADD-CARD

           SET CARD-IN-ERROR TO FALSE
           PERFORM 1100-READ-TYPE-CARDS THRU 1100-READ-TYPE-CARDS-EX
           CLOSE EDIT-INPUT-FILE

           IF EDI-EFFECTIVE-FROM NOT NUMERIC
              OR EDI-EFFECTIVE-TO NOT NUMERIC
              OR EDI-EFFECTIVE-FROM EQUAL ZERO
               END-IF
           END-IF

           MOVE ZERO TO ACTIVE-RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               PERFORM 1200-EDIT-RULE-PAIR THRU 1200-EDIT-RULE-PAIR-EX
           END-PERFORM
           IF ACTIVE-RULE-COUNT EQUAL ZERO AND NOT CARD-IN-ERROR
               DISPLAY 'FIZZCTLE - THE SET CARRIES NO USABLE RULES'
           END-IF

           MOVE SPACES TO CONTROL-MASTER-RECORD
           MOVE PRODUCT-LINE TO CTM-PRODUCT-LINE
           MOVE EDI-EFFECTIVE-FROM TO CTM-EFFECTIVE-FROM
           MOVE EDI-EFFECTIVE-TO TO CTM-EFFECTIVE-TO
           MOVE 'P' TO CTM-STATUS
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF EDI-RULE-ENTRY (RULE-INDEX) EQUAL SPACES
                  OR EDI-WORD (RULE-INDEX) EQUAL SPACES
      * A BLANK PAIR STORES AS THE ZERO/BLANK UNUSED FORM, WITH NO
      * TYPE, SO EVERY READER SEES ONE SHAPE OF "UNUSED".
                   MOVE ZERO TO CTM-DIVISOR (RULE-INDEX)
                   MOVE SPACES TO CTM-WORD (RULE-INDEX)
                   MOVE SPACE TO CTM-RULE-TYPE (RULE-INDEX)
                   MOVE ZERO TO CTM-BLOCK-FROM (RULE-INDEX)
                   MOVE ZERO TO CTM-BLOCK-TO (RULE-INDEX)
               ELSE
                   MOVE EDI-DIVISOR (RULE-INDEX)
                       TO CTM-DIVISOR (RULE-INDEX)
                   MOVE EDI-WORD (RULE-INDEX)
                       TO CTM-WORD (RULE-INDEX)
                   MOVE NEW-RULE-TYPE (RULE-INDEX)
                       TO CTM-RULE-TYPE (RULE-INDEX)
                   MOVE NEW-BLOCK-FROM (RULE-INDEX)
                       TO CTM-BLOCK-FROM (RULE-INDEX)
                   MOVE NEW-BLOCK-TO (RULE-INDEX)
                       TO CTM-BLOCK-TO (RULE-INDEX)
               END-IF
           END-PERFORM
           MOVE TODAYS-DATE TO CTM-ADDED-DATE

           WRITE CONTROL-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'FIZZCTLE - A LINE ' PRODUCT-LINE
                           ' SET EFFECTIVE '
                           CTM-EFFECTIVE-FROM ' ALREADY EXISTS - '
                           'APPROVE IT, OR REMOVE IT WITH '
                           'FIZZCTLE DELETE AND RE-ADD THE '
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-ADD-PENDING-SET-EX
           END-WRITE
           DISPLAY 'FIZZCTLE - PENDING LINE ' PRODUCT-LINE
                   ' SET STORED, EFFECTIVE '
                   CTM-EFFECTIVE-FROM ' THRU ' CTM-EFFECTIVE-TO
                   ' WITH ' ACTIVE-RULE-COUNT ' RULES'
           .
       1000-ADD-PENDING-SET-EX.
           EXIT.

      * THE CARDS AFTER THE ADD CARD TYPE ITS RULES, ONE CARD PER
      * RULE.  A RULE NO CARD NAMES IS DIVISIBLE-BY, SO AN ADD DECK
      * FROM BEFORE THE TYPES EXISTED STILL STORES THE SAME SET.  A
      * SECOND CARD FOR ONE RULE IS AN ERROR, NOT A LAST-ONE-WINS -
      * THE APPROVER SIGNS OFF ON WHAT THE DECK SAYS.
       1100-READ-TYPE-CARDS.

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE 'D' TO NEW-RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO NEW-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO NEW-BLOCK-TO (RULE-INDEX)
               MOVE 'N' TO NEW-TYPE-CARD-SW (RULE-INDEX)
           END-PERFORM

           SET EDIT-INPUT-AT-EOF TO FALSE
           PERFORM UNTIL EDIT-INPUT-AT-EOF
               READ EDIT-INPUT-FILE
                   AT END
                       SET EDIT-INPUT-AT-EOF TO TRUE
               END-READ
               IF NOT EDIT-INPUT-AT-EOF
                   MOVE EDIT-INPUT-RECORD TO TYPE-CARD
                   PERFORM 1110-EDIT-TYPE-CARD
                       THRU 1110-EDIT-TYPE-CARD-EX
               END-IF
           END-PERFORM
           .

       1100-READ-TYPE-CARDS-EX.
           EXIT.

       1110-EDIT-TYPE-CARD.

           IF EDT-RULE-NUMBER NOT NUMERIC
              OR EDT-RULE-NUMBER EQUAL ZERO
              OR EDT-RULE-NUMBER GREATER THAN MAXIMUM-RULES
               DISPLAY 'FIZZCTLE - TYPE CARD RULE NUMBER '
                       EDT-RULE-NUMBER ' IS NOT 1 THRU 5'
               SET CARD-IN-ERROR TO TRUE
               GO TO 1110-EDIT-TYPE-CARD-EX
           END-IF
           MOVE EDT-RULE-NUMBER TO TYPE-INDEX

           IF NEW-TYPE-CARD-SW (TYPE-INDEX) EQUAL 'Y'
               DISPLAY 'FIZZCTLE - RULE ' EDT-RULE-NUMBER
                       ' HAS MORE THAN ONE TYPE CARD'
               SET CARD-IN-ERROR TO TRUE
               GO TO 1110-EDIT-TYPE-CARD-EX
           END-IF
           MOVE 'Y' TO NEW-TYPE-CARD-SW (TYPE-INDEX)

           IF NOT EDT-DIVISIBLE-BY
              AND NOT EDT-CONTAINS-DIGIT
              AND NOT EDT-FIXED-VALUE
               DISPLAY 'FIZZCTLE - RULE ' EDT-RULE-NUMBER
                       ' TYPE ' EDT-RULE-TYPE ' IS NOT D, C, OR F'
               SET CARD-IN-ERROR TO TRUE
               GO TO 1110-EDIT-TYPE-CARD-EX
           END-IF
           MOVE EDT-RULE-TYPE TO NEW-RULE-TYPE (TYPE-INDEX)

           IF NOT EDT-FIXED-VALUE
               GO TO 1110-EDIT-TYPE-CARD-EX
           END-IF

           IF EDT-BLOCK-FROM NOT NUMERIC
              OR EDT-BLOCK-TO NOT NUMERIC
              OR EDT-BLOCK-FROM EQUAL ZERO
               DISPLAY 'FIZZCTLE - RULE ' EDT-RULE-NUMBER
                       ' FIXED-VALUE BLOCK MUST BE NUMERIC AND '
                       'BLOCK-FROM NON-ZERO'
               SET CARD-IN-ERROR TO TRUE
               GO TO 1110-EDIT-TYPE-CARD-EX
           END-IF
           IF EDT-BLOCK-FROM GREATER THAN EDT-BLOCK-TO
               DISPLAY 'FIZZCTLE - RULE ' EDT-RULE-NUMBER
                       ' BLOCK-FROM MUST NOT EXCEED BLOCK-TO'
               SET CARD-IN-ERROR TO TRUE
               GO TO 1110-EDIT-TYPE-CARD-EX
           END-IF
           MOVE EDT-BLOCK-FROM TO NEW-BLOCK-FROM (TYPE-INDEX)
           MOVE EDT-BLOCK-TO TO NEW-BLOCK-TO (TYPE-INDEX)
           .

       1110-EDIT-TYPE-CARD-EX.
           EXIT.

      * EDIT ONE DIVISOR/WORD PAIR AGAINST ITS RULE'S TYPE.  AN
      * ALL-BLANK PAIR IS UNUSED, THE SAME AS AN ALL-ZERO/ALL-BLANK
      * ONE - A TRAILING PAIR LEFT OFF THE INSTREAM LINE ARRIVES AS
      * BLANKS WHEN JES PADS THE CARD TO ITS 86 BYTES - BUT A TYPE
      * CARD NAMING AN UNUSED RULE IS AN ERROR.  A DIVISIBLE-BY
      * RULE NEEDS A NON-ZERO DIVISOR, A CONTAINS-DIGIT RULE A
      * SINGLE DIGIT (0000-0009), AND A FIXED-VALUE RULE A ZERO
      * DIVISOR - ITS NUMBERS ARE THE BLOCK ON ITS TYPE CARD.
       1200-EDIT-RULE-PAIR.

           IF EDI-RULE-ENTRY (RULE-INDEX) EQUAL SPACES
               GO TO 1200-CHECK-UNUSED-RULE
           END-IF
           IF EDI-DIVISOR (RULE-INDEX) NOT NUMERIC
               DISPLAY 'FIZZCTLE - DIVISOR ' RULE-INDEX
                       ' IS NOT NUMERIC'
               SET CARD-IN-ERROR TO TRUE
               GO TO 1200-EDIT-RULE-PAIR-EX
           END-IF
           IF EDI-DIVISOR (RULE-INDEX) EQUAL ZERO
              AND EDI-WORD (RULE-INDEX) EQUAL SPACES
               GO TO 1200-CHECK-UNUSED-RULE
           END-IF
           IF EDI-WORD (RULE-INDEX) EQUAL SPACES
               DISPLAY 'FIZZCTLE - RULE ' RULE-INDEX
                       ' WORD MAY NOT BE BLANK'
               SET CARD-IN-ERROR TO TRUE
               GO TO 1200-EDIT-RULE-PAIR-EX
           END-IF

           IF NEW-RULE-TYPE (RULE-INDEX) EQUAL 'C'
               IF EDI-DIVISOR (RULE-INDEX) GREATER THAN 9
                   DISPLAY 'FIZZCTLE - RULE ' RULE-INDEX
                           ' IS CONTAINS-DIGIT - ITS DIVISOR FIELD '
                           'MUST BE ONE DIGIT, 0000 THRU 0009'
                   SET CARD-IN-ERROR TO TRUE
                   GO TO 1200-EDIT-RULE-PAIR-EX
               END-IF
           ELSE
               IF NEW-RULE-TYPE (RULE-INDEX) EQUAL 'F'
                   IF EDI-DIVISOR (RULE-INDEX) NOT EQUAL ZERO
                       DISPLAY 'FIZZCTLE - RULE ' RULE-INDEX
                               ' IS FIXED-VALUE - ITS DIVISOR MUST '
                               'BE ZERO'
                       SET CARD-IN-ERROR TO TRUE
                       GO TO 1200-EDIT-RULE-PAIR-EX
                   END-IF
               ELSE
                   IF EDI-DIVISOR (RULE-INDEX) EQUAL ZERO
                       DISPLAY 'FIZZCTLE - RULE ' RULE-INDEX
                               ' DIVISOR MAY NOT BE ZERO'
                       SET CARD-IN-ERROR TO TRUE
                       GO TO 1200-EDIT-RULE-PAIR-EX
                   END-IF
               END-IF
           END-IF
           ADD 1 TO ACTIVE-RULE-COUNT
           GO TO 1200-EDIT-RULE-PAIR-EX
           .

       1200-CHECK-UNUSED-RULE.
           IF NEW-TYPE-CARD-SW (RULE-INDEX) EQUAL 'Y'
               DISPLAY 'FIZZCTLE - RULE ' RULE-INDEX
                       ' HAS A TYPE CARD BUT NO DIVISOR/WORD PAIR'
               SET CARD-IN-ERROR TO TRUE
           END-IF
           .

       1200-EDIT-RULE-PAIR-EX.
           EXIT.

      * APPROVE - PROMOTE ONE PENDING SET.  AN EFFECTIVE WINDOW
      * THAT OVERLAPS ANOTHER APPROVED SET OF THE SAME LINE IS
      * REFUSED: TWO APPROVED SETS CLAIMING ONE LINE'S RUN DATE IS
      * EXACTLY THE AMBIGUITY THE MASTER EXISTS TO KILL.  ANOTHER
      * LINE'S SETS ARE NO CONCERN OF THIS ONE'S.
       2000-APPROVE-SET.

           MOVE PRODUCT-LINE TO CTM-PRODUCT-LINE
           MOVE APPROVE-KEY-DATE TO CTM-EFFECTIVE-FROM
           READ CONTROL-MASTER-FILE
               INVALID KEY
                   DISPLAY 'FIZZCTLE - NO LINE ' PRODUCT-LINE
                           ' SET EFFECTIVE '
                           APPROVE-KEY-DATE ' ON FILE'
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-APPROVE-SET-EX
               GO TO 2000-APPROVE-SET-EX
           END-IF

           PERFORM 2200-CHECK-SIMULATION
               THRU 2200-CHECK-SIMULATION-EX
           IF RETURN-CODE NOT EQUAL ZERO
               GO TO 2000-APPROVE-SET-EX
           END-IF
           IF NOT SIMULATION-ON-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-APPROVE-SET-EX
           END-IF

           MOVE CTM-EFFECTIVE-FROM TO NEW-EFFECTIVE-FROM
           MOVE CTM-EFFECTIVE-TO TO NEW-EFFECTIVE-TO
           PERFORM 2100-CHECK-OVERLAP THRU 2100-CHECK-OVERLAP-EX

      * THE OVERLAP SCAN MOVED THE FILE POSITION - RE-READ THE SET
      * BY KEY BEFORE REWRITING IT.
           MOVE PRODUCT-LINE TO CTM-PRODUCT-LINE
           MOVE APPROVE-KEY-DATE TO CTM-EFFECTIVE-FROM
           READ CONTROL-MASTER-FILE
               INVALID KEY
                   MOVE 12 TO RETURN-CODE
                   GO TO 2000-APPROVE-SET-EX
           END-REWRITE
           DISPLAY 'FIZZCTLE - LINE ' PRODUCT-LINE ' SET EFFECTIVE '
                   APPROVE-KEY-DATE ' APPROVED'
           .

       2000-APPROVE-SET-EX.

           SET OVERLAP-FOUND TO FALSE
           SET MASTER-AT-EOF TO FALSE
           MOVE PRODUCT-LINE TO CTM-PRODUCT-LINE
           MOVE ZERO TO CTM-EFFECTIVE-FROM
           START CONTROL-MASTER-FILE KEY NOT LESS THAN CTM-KEY
               INVALID KEY
                   AT END
                       SET MASTER-AT-EOF TO TRUE
               END-READ
               IF NOT MASTER-AT-EOF
                  AND CTM-PRODUCT-LINE NOT EQUAL PRODUCT-LINE
      * THE LINE'S SETS ARE CONTIGUOUS IN KEY ORDER - PAST THEM,
      * THE SCAN IS DONE.
                   SET MASTER-AT-EOF TO TRUE
               END-IF
               IF NOT MASTER-AT-EOF
                   IF CTM-APPROVED
                      AND CTM-EFFECTIVE-FROM NOT GREATER THAN
       2100-CHECK-OVERLAP-EX.
           EXIT.

      * THE APPROVER SIGNS OFF ON A FIZZSIM SIMULATION, NOT ON A
      * CARD IMAGE.  THE SET MUST HAVE ONE ON FIZZSIMR, RUN AGAINST
      * THE SAME WINDOW, RULES, AND RULE TYPES IT CARRIES NOW - A
      * SET DELETED AND RE-ADDED WITH A DIFFERENT CARD KEEPS ITS KEY
      * BUT NOT ITS SIMULATION.  THE SIMULATION'S HEADLINE COUNTS
      * ARE SHOWN SO THE APPROVAL SYSOUT RECORDS WHAT WAS SIGNED
      * OFF.  A FIZZSIMR CLUSTER NOT YET LOADED (STATUS 35) SIMPLY
      * HOLDS NO SIMULATIONS.
       2200-CHECK-SIMULATION.

           SET SIMULATION-ON-FILE TO FALSE
           OPEN INPUT SIMULATION-FILE
           IF SIMULATION-FILE-NOT-FOUND
               DISPLAY 'FIZZCTLE - NO SIMULATION ON FILE FOR SET '
                       'EFFECTIVE ' APPROVE-KEY-DATE ' - RUN FIZZSIM '
                       'AGAINST IT BEFORE APPROVING'
               GO TO 2200-CHECK-SIMULATION-EX
           END-IF
           IF NOT SIMULATION-FILE-OK
               DISPLAY 'FIZZCTLE - UNABLE TO OPEN SIMULATION-FILE, '
                       'STATUS = ' SIMULATION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 2200-CHECK-SIMULATION-EX
           END-IF

           MOVE PRODUCT-LINE TO SIM-PRODUCT-LINE
           MOVE APPROVE-KEY-DATE TO SIM-EFFECTIVE-FROM
           READ SIMULATION-FILE
               INVALID KEY
                   DISPLAY 'FIZZCTLE - NO SIMULATION ON FILE FOR SET '
                           'EFFECTIVE ' APPROVE-KEY-DATE ' - RUN '
                           'FIZZSIM AGAINST IT BEFORE APPROVING'
                   GO TO 2200-CLOSE-SIMULATION-FILE
           END-READ

           IF SIM-EFFECTIVE-TO NOT EQUAL CTM-EFFECTIVE-TO
              OR SIM-RULE-IMAGE NOT EQUAL CTM-RULE-TABLE
              OR SIM-RULE-TYPE-IMAGE NOT EQUAL CTM-RULE-TYPE-TABLE
               DISPLAY 'FIZZCTLE - THE SIMULATION OF SET EFFECTIVE '
                       APPROVE-KEY-DATE ' RAN ON ' SIM-RUN-DATE
                       ' AGAINST A DIFFERENT CARD - RUN FIZZSIM '
                       'AGAIN BEFORE APPROVING'
               GO TO 2200-CLOSE-SIMULATION-FILE
           END-IF

           SET SIMULATION-ON-FILE TO TRUE
           DISPLAY 'FIZZCTLE - SIMULATED ' SIM-RUN-DATE ' OVER '
                   SIM-STARTING-NUMBER ' THRU ' SIM-ENDING-NUMBER
                   ' AGAINST ' SIM-BASELINE-SOURCE
           DISPLAY '  CLASSIFIED ' SIM-CLASSIFIED-COUNT
                   ' CHANGED ' SIM-CHANGED-COUNT
                   ' EXCLUDED ' SIM-SKIPPED-COUNT
           .

       2200-CLOSE-SIMULATION-FILE.
           CLOSE SIMULATION-FILE
           .

       2200-CHECK-SIMULATION-EX.
           EXIT.

      * DELETE - REMOVE ONE PENDING SET, TYPICALLY A MISTYPED ADD.
      * AN APPROVED SET IS REFUSED: IT IS THE PERMANENT RECORD OF
      * WHAT APPLIED ON ITS DATES, AND NOTHING MAY ERASE THAT.
       4000-DELETE-SET.

           MOVE PRODUCT-LINE TO CTM-PRODUCT-LINE
           MOVE APPROVE-KEY-DATE TO CTM-EFFECTIVE-FROM
           READ CONTROL-MASTER-FILE
               INVALID KEY
                   DISPLAY 'FIZZCTLE - NO LINE ' PRODUCT-LINE
                           ' SET EFFECTIVE '
                           APPROVE-KEY-DATE ' ON FILE'
                   MOVE 8 TO RETURN-CODE
                   GO TO 4000-DELETE-SET-EX
                   MOVE 12 TO RETURN-CODE
                   GO TO 4000-DELETE-SET-EX
           END-DELETE
           DISPLAY 'FIZZCTLE - PENDING LINE ' PRODUCT-LINE
                   ' SET EFFECTIVE ' APPROVE-KEY-DATE ' DELETED'
           .

       4000-DELETE-SET-EX.
       3000-LIST-SETS.

           SET MASTER-AT-EOF TO FALSE
           IF LIST-ALL-LINES
               MOVE LOW-VALUES TO CTM-PRODUCT-LINE
           ELSE
               MOVE PRODUCT-LINE TO CTM-PRODUCT-LINE
           END-IF
           MOVE ZERO TO CTM-EFFECTIVE-FROM
           START CONTROL-MASTER-FILE KEY NOT LESS THAN CTM-KEY
               INVALID KEY
                       SET MASTER-AT-EOF TO TRUE
               END-READ
               IF NOT MASTER-AT-EOF
                  AND NOT LIST-ALL-LINES
                  AND CTM-PRODUCT-LINE NOT EQUAL PRODUCT-LINE
                   SET MASTER-AT-EOF TO TRUE
               END-IF
               IF NOT MASTER-AT-EOF
                   DISPLAY '  LINE ' CTM-PRODUCT-LINE ' '
                           CTM-EFFECTIVE-FROM ' THRU '
                           CTM-EFFECTIVE-TO ' STATUS ' CTM-STATUS
                           ' ADDED ' CTM-ADDED-DATE
                           ' APPROVED ' CTM-APPROVED-DATE
                   PERFORM VARYING RULE-INDEX FROM 1 BY 1
                       UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
                       IF CTM-WORD (RULE-INDEX) NOT EQUAL SPACES
                           PERFORM 3100-LIST-RULE
                               THRU 3100-LIST-RULE-EX
                       END-IF
                   END-PERFORM
               END-IF
       3000-LIST-SETS-EX.
           EXIT.

      * ONE LINE PER RULE IN USE, IN THE TERMS ITS TYPE USES.
       3100-LIST-RULE.

           IF CTM-RULE-TYPE (RULE-INDEX) EQUAL 'C'
               DISPLAY '    RULE ' RULE-INDEX
                       ' CONTAINS-DIGIT '
                       CTM-DIVISOR (RULE-INDEX) (4:1)
                       ' WORD ' CTM-WORD (RULE-INDEX)
               GO TO 3100-LIST-RULE-EX
           END-IF
           IF CTM-RULE-TYPE (RULE-INDEX) EQUAL 'F'
               DISPLAY '    RULE ' RULE-INDEX
                       ' FIXED-VALUE '
                       CTM-BLOCK-FROM (RULE-INDEX) ' THRU '
                       CTM-BLOCK-TO (RULE-INDEX)
                       ' WORD ' CTM-WORD (RULE-INDEX)
               GO TO 3100-LIST-RULE-EX
           END-IF
           DISPLAY '    RULE ' RULE-INDEX
                   ' DIVISIBLE-BY '
                   CTM-DIVISOR (RULE-INDEX)
                   ' WORD ' CTM-WORD (RULE-INDEX)
           .

       3100-LIST-RULE-EX.
           EXIT.

       9999-END.
           .
