      *                     RUNS; FIZZMON NOW USES THIS FIELD.
      *                     FIZZHIST GROWS 256 TO 264 - SEE FIZZPROC
      *                     FOR THE MIGRATION NOTE.
      *   15 OCT 2026  RJP  STAMP EVERY FIZZKEY RECORD WITH ITS
      *                     LINEAGE - THE HIST-RUN-ID OF THE RUN
      *                     THAT WROTE IT, THE CONTROL SOURCE IN
      *                     EFFECT (THE FIZZCTM EFFECTIVE-FROM
      *                     DATE, 'CARD', OR 'DEFAULT'), AND THE
      *                     CLASSIFICATION DATE.  FIZZRST CARRIES
      *                     THE FIRST AND LATEST RUN-ID THAT WORKED
      *                     THE RANGE AND ITS CONTROL SOURCE SO
      *                     FIZZVRFY CAN FLAG A KEY WHOSE LINEAGE
      *                     DOES NOT BELONG TO ITS RANGE.  FIZZKEY
      *                     GROWS 59 TO 92 AND FIZZRST 108 TO 150 -
      *                     SEE FIZZALOC FOR THE MIGRATION NOTE.
      *   15 OCT 2026  RJP  RUN SEPARATE PRODUCT LINES UNDER THEIR OWN
      *                     RULE SETS.  A FOUR-BYTE LINE CODE (BLANK
      *                     MEANS THE HOUSE LINE, 'BASE') NOW LEADS THE
      *                     FIZZKEY, FIZZRST, AND FIZZCTM KEYS AND
      *                     FOLLOWS THE REQUESTOR IN THE FIZZRQS KEY,
      *                     AND RIDES AT THE END OF THE FIZZTXN REQUEST
      *                     (36 TO 40 BYTES, FIZZREJ/FIZZRIN 40 TO 44).
      *                     A TXN OR REJ RUN RESOLVES EVERY LINE ITS
      *                     WORKLIST NAMES - THE LINE'S OWN APPROVED
      *                     FIZZCTM SET, ELSE THE FIZZCTL CARD, ELSE THE
      *                     3/5 DEFAULTS - BEFORE ANY RANGE RUNS, AND
      *                     WORKS EACH REQUEST UNDER ITS OWN LINE'S
      *                     RULES.  A RANGE RUN TAKES LINE=XXXX.  THE
      *                     SUMMARY AND THE FIZZHIST RECORD ARE NOW PER
      *                     LINE - ONE HISTORY RECORD PER LINE WORKED,
      *                     SHARING THE RUN-ID, WITH THE LINE TAKEN FROM
      *                     FILLER (LRECL UNCHANGED).  THE EXTRACT
      *                     DETAIL GAINS THE LINE AS ITS LAST FIELD.
      *                     FIZZKEY GROWS 92 TO 96, FIZZRST 150 TO 154,
      *                     FIZZCTM 112 TO 116, FIZZRQS 55 TO 59 - SEE
      *                     FIZZALOC FOR THE MIGRATION NOTE.
      *   15 OCT 2026  RJP  RULE TYPES - A FIZZCTM RULE IS NOW
      *                     DIVISIBLE-BY, CONTAINS-DIGIT, OR A
      *                     FIXED-VALUE OVERRIDE OF A FROM/TO BLOCK.  A
      *                     FIXED-VALUE BLOCK DECIDES ITS NUMBERS
      *                     OUTRIGHT AND THEY ARE TALLIED IN A NEW
      *                     FIXED-VALUE CLASS (SUMMARY, RST-FIXED-COUNT,
      *                     HIST-FIXED-COUNT); A CONTAINS-DIGIT RULE
      *                     SHARING AN EARLIER RULE'S WORD IS A SECOND
      *                     WAY TO EARN THAT WORD.  FIZZCTM GROWS 116 TO
      *                     211, FIZZRST 154 TO 163, FIZZHIST 264 TO
      *                     272.  THE FLAT FIZZCTL CARD STAYS
      *                     DIVISIBLE-BY ONLY.
      *   15 OCT 2026  RJP  COALESCE THE WORKLIST BEFORE IT RUNS.  EACH
      *                     REQUEST IS SPLIT INTO THE SPANS A COMPLETED
      *                     FIZZRST RANGE (SAME LINE, SAME CONTROL
      *                     SOURCE) OR AN EARLIER FINISHED REQUEST
      *                     ALREADY COVERS, WHICH ARE TRIMMED, AND THE
      *                     NEW PIECES, WHICH RUN AS RANGES OF THEIR
      *                     OWN.  A REQUEST COVERED END TO END GOES TO
      *                     NEW FIZZRQS STATUS 'S'; FIZZRQS GROWS FROM
      *                     59 TO 95 BYTES FOR THE COVER POINTER AND
      *                     TRIMMED COUNT.  EVERY TRIM IS LOGGED TO NEW
      *                     FILE FIZZCOAL FOR THE FIZZCRPT REPORT.
      *                     FIZZRST IS NOW DYNAMIC ACCESS FOR THE
      *                     COVERAGE BROWSE.
      *   15 OCT 2026  RJP  FIZZRQS GROWS FROM 95 TO 118 BYTES FOR THE
      *                     ONLINE AUDIT FIELDS FZRQ (FIZZRQM) STAMPS -
      *                     WHO LAST CHANGED THE REQUEST, WHEN, AND HOW;
      *                     0670 CARRIES THEM FORWARD.  REQUESTS NOW
      *                     REACH FIZZTXN THROUGH THE NIGHTLY FIZZTBLD
      *                     BUILD.
      *   15 OCT 2026  RJP  NAME THE FIZZXLOG PARTNER ID - ALWAYS BLANK
      *                     HERE, THE HOUSE FEED.
      *   15 OCT 2026  RJP  ADD THE RELOAD RUN OPTION - FIZZKEY RECORDS
      *                     ARE APPENDED TO THE SEQUENTIAL LOAD FILE
      *                     FIZZKLD INSTEAD OF WRITTEN ONE AT A TIME TO
      *                     THE LIVE CLUSTER, WHICH FIZZLJOB (FIZZKRLD)
      *                     THEN REBUILDS IN ONE ASCENDING LOAD AND
      *                     SWAPS IN.  FIZZOUT, FIZZEXT, FIZZRST AND
      *                     FIZZHIST ARE WRITTEN AS ALWAYS.
      *   15 OCT 2026  RJP  A FIZZRST RANGE CLASSIFIED UNDER ANOTHER
      *                     CONTROL SOURCE IS RUN AGAIN FROM ITS START
      *                     RATHER THAN SKIPPED OR RESUMED, SO A RELOAD
      *                     AFTER A CONTROL CHANGE RECLASSIFIES IT.  THE
      *                     RANGE'S FIRST RUN-ID IS HELD IN WORKING
      *                     STORAGE AND MOVED ON EVERY CHECKPOINT WRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZBUZZ.

           SELECT RESTART-FILE ASSIGN TO FIZZRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS RESTART-FILE-STATUS.

           SELECT KEYED-OUTPUT-FILE ASSIGN TO FIZZKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEYED-OUTPUT-FILE-STATUS.

           SELECT KEYED-LOAD-FILE ASSIGN TO FIZZKLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEYED-LOAD-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO FIZZHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-FILE-STATUS.
               RECORD KEY IS RQS-KEY
               FILE STATUS IS REQUEST-STATUS-FILE-STATUS.

           SELECT COALESCE-LOG-FILE ASSIGN TO FIZZCOAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COALESCE-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE
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

      * ONE RANGE REQUEST PER RECORD - THE RANGE, WHO FILED IT,
      * HOW URGENT IT IS (01 MOST URGENT, 99 LAST), THE DATE THE
      * REQUESTOR WANTS IT BY, AND THE PRODUCT LINE WHOSE RULES
      * CLASSIFY IT (BLANK MEANS THE HOUSE LINE, 'BASE').
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           05  TXN-REQUESTOR       PIC X(8).
           05  TXN-PRIORITY        PIC 9(2).
           05  TXN-DATE-WANTED     PIC 9(8).
           05  TXN-PRODUCT-LINE    PIC X(4).

       FD  KEYED-OUTPUT-FILE.
      * LINEAGE RIDES BEHIND THE RESULT - THE RUN THAT WROTE THE
      * RECORD, THE CONTROL SOURCE IT CLASSIFIED UNDER (A FIZZCTM
      * EFFECTIVE-FROM DATE, 'CARD', OR 'DEFAULT'), AND THE DATE.
       01  KEYED-OUTPUT-RECORD.
           05  KEY-RECORD-KEY.
               10  KEY-PRODUCT-LINE    PIC X(04).
               10  KEY-CURRENT-NUMBER  PIC 9(9).
           05  KEY-RESULT          PIC X(50).
           05  KEY-RUN-ID          PIC X(17).
           05  KEY-CONTROL-SOURCE  PIC X(08).
           05  KEY-CLASSIFIED-DATE PIC 9(08).

      * RELOAD MODE ONLY - THE FIZZKEY RECORD, SAME LAYOUT, WRITTEN
      * SEQUENTIALLY FOR FIZZKRLD TO MERGE INTO A REBUILT CLUSTER.
      * MUST MATCH THE LAYOUT READ BY FIZZKRLD.
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

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           05  HIST-OPERATOR       PIC X(08).
           05  HIST-COMMENT        PIC X(20).
           05  HIST-PROCESSED-COUNT PIC 9(09).
           05  HIST-PRODUCT-LINE   PIC X(04).
           05  HIST-FIXED-COUNT    PIC 9(09).

      * REJECTED TRANSACTIONS - THE TRANSACTION-RECORD LAYOUT PLUS A
      * REASON CODE, SO A CORRECTED COPY CAN BE FED BACK IN THROUGH
               10  REJ-REQUESTOR       PIC X(08).
               10  REJ-PRIORITY        PIC 9(02).
               10  REJ-DATE-WANTED     PIC 9(08).
               10  REJ-PRODUCT-LINE    PIC X(04).
           05  REJ-REASON-CODE     PIC X(04).

       FD  REPROCESS-FILE
           05  RIN-REQUESTOR       PIC X(08).
           05  RIN-PRIORITY        PIC 9(02).
           05  RIN-DATE-WANTED     PIC 9(08).
           05  RIN-PRODUCT-LINE    PIC X(04).
           05  RIN-REASON-CODE     PIC X(04).

      * SEMICOLON-DELIMITED EXTRACT FOR THE OFF-PLATFORM TRANSFER.

      * CONTROL-MASTER-RECORD MUST MATCH THE LAYOUT WRITTEN BY
      * FIZZCTLE.CBL - ONE EFFECTIVE-DATED PARAMETER SET PER
      * RECORD, KEYED BY PRODUCT LINE AND EFFECTIVE-FROM DATE.
       FD  CONTROL-MASTER-FILE.
       01  CONTROL-MASTER-RECORD.
           05  CTM-KEY.
               10  CTM-PRODUCT-LINE   PIC X(04).
               10  CTM-EFFECTIVE-FROM PIC 9(08).
           05  CTM-EFFECTIVE-TO    PIC 9(08).
           05  CTM-STATUS          PIC X(01).
               10  CTM-WORD        PIC X(10).
           05  CTM-ADDED-DATE      PIC 9(08).
           05  CTM-APPROVED-DATE   PIC 9(08).
           05  CTM-RULE-TYPE-ENTRY OCCURS 5.
               10  CTM-RULE-TYPE   PIC X(01).
               10  CTM-BLOCK-FROM  PIC 9(09).
               10  CTM-BLOCK-TO    PIC 9(09).
           05  FILLER              PIC X(09).

      * SENT-SIDE TRANSMISSION LOG - ONE RECORD PER EXTRACT
           05  XLOG-RECORD-COUNT   PIC 9(09).
           05  XLOG-HASH-TOTAL     PIC 9(18).
           05  XLOG-ACK-STATUS     PIC X(01).
           05  XLOG-PARTNER-ID     PIC X(06).

      * PER-REQUEST STATUS, KEYED BY REQUESTOR/LINE/START/END -
      * WRITTEN 'P' AS EACH VALID REQUEST IS LOADED, 'I' WHEN ITS
      * RANGE IS PICKED UP, 'C' WHEN THE RANGE COMPLETES, 'R' (WITH
      * THE REASON CODE) WHEN THE REQUEST IS REJECTED, 'S' WHEN
      * EXISTING WORK ALREADY COVERS ALL OF IT.  A REQUEST THE
      * CUTOFF LEFT BEHIND STAYS 'P'; ONE STOPPED MID-RANGE STAYS
      * 'I' AND RESUMES FROM ITS FIZZRST CHECKPOINT ON RESUBMIT.
      * WHEN ANY OF THE REQUEST WAS TRIMMED AS ALREADY COVERED, THE
      * COVER FIELDS POINT AT THE RANGE THAT COVERED ITS FIRST
      * TRIMMED SPAN - 'R' A COMPLETED FIZZRST RANGE OF THE SAME
      * LINE, 'Q' AN EARLIER REQUEST IN THE SAME WORKLIST (WITH ITS
      * REQUESTOR) - AND RQS-TRIMMED-COUNT SAYS HOW MANY NUMBERS
      * WERE TRIMMED.  EVERY TRIMMED SPAN IS ON FIZZCOAL.  REQUESTS
      * ARE ENTERED AND MAINTAINED ONLINE THROUGH FZRQ (FIZZRQM),
      * WHICH ALSO WRITES 'X' FOR A CANCELLED REQUEST AND STAMPS THE
      * CHANGED-BY/DATE/TIME AND ACTION (A, P, D OR X) OF THE LAST
      * ONLINE CHANGE - THIS PROGRAM CARRIES THOSE FIELDS FORWARD
      * UNTOUCHED.
       FD  REQUEST-STATUS-FILE.
       01  REQUEST-STATUS-RECORD.
           05  RQS-KEY.
               10  RQS-REQUESTOR       PIC X(08).
               10  RQS-PRODUCT-LINE    PIC X(04).
               10  RQS-STARTING-NUMBER PIC 9(09).
               10  RQS-ENDING-NUMBER   PIC 9(09).
           05  RQS-PRIORITY        PIC 9(02).
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

      * COALESCING LOG - FOR EVERY REQUEST THE COALESCING TRIMMED,
      * ONE 'R' RECORD (THE REQUEST, HOW MANY OF ITS NUMBERS WERE
      * TRIMMED, HOW MANY ARE LEFT AS NEW WORK, AND THE STATUS IT
      * GOES TO) FOLLOWED BY ONE 'T' RECORD PER TRIMMED SPAN NAMING
      * THE RANGE THAT COVERED IT.  APPENDED ACROSS RUNS; FIZZCRPT
      * PRINTS ONE RUN DATE'S RECORDS AS THE COALESCING REPORT.
       FD  COALESCE-LOG-FILE
           RECORDING MODE IS F.
       01  COALESCE-LOG-RECORD.
           05  COAL-RECORD-TYPE    PIC X(01).
           05  COAL-RUN-ID         PIC X(17).
           05  COAL-RUN-DATE       PIC 9(08).
           05  COAL-REQUESTOR      PIC X(08).
           05  COAL-PRODUCT-LINE   PIC X(04).
           05  COAL-STARTING-NUMBER PIC 9(09).
           05  COAL-ENDING-NUMBER  PIC 9(09).
           05  COAL-PRIORITY       PIC 9(02).
           05  COAL-REQUEST-STATUS PIC X(01).
           05  COAL-TRIMMED-COUNT  PIC 9(09).
           05  COAL-NEW-COUNT      PIC 9(09).
           05  COAL-PIECE-COUNT    PIC 9(04).
           05  COAL-TRIM-FROM      PIC 9(09).
           05  COAL-TRIM-TO        PIC 9(09).
           05  COAL-COVER-SOURCE   PIC X(01).
           05  COAL-COVER-REQUESTOR PIC X(08).
           05  COAL-COVER-STARTING-NUMBER PIC 9(09).
           05  COAL-COVER-ENDING-NUMBER PIC 9(09).
           05  COAL-COVER-CONTROL-SOURCE PIC X(08).
           05  COAL-COVER-DATE     PIC 9(08).
           05  FILLER              PIC X(08).

       WORKING-STORAGE SECTION.
       01  ARGS PIC X(120).
           05  REQUEST-INDEX      PIC S9(9).
           05  SCAN-INDEX         PIC S9(9).
           05  EXCLUSION-INDEX    PIC S9(9).
           05  LINE-INDEX         PIC S9(9).
           05  CREDIT-INDEX       PIC S9(9).
           05  DIGIT-INDEX        PIC S9(9).
           05  COVER-INDEX        PIC S9(9).
           05  PIECE-INDEX        PIC S9(9).
           05  TRIM-INDEX         PIC S9(9).
           05  PRIOR-INDEX        PIC S9(9).

       01  FILLER.
           05  CURRENT-NUMBER     PIC 9(9).
               88  OUTPUT-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  KEYED-OUTPUT-FILE-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  RELOAD-MODE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  CONTROL-OVERRIDE-ACTIVE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  NUMBER-IS-EXCLUDED VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  EXCLUSION-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  LINE-FOUND VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  CONTROL-CARD-READ VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  CONTROL-CARD-LOADED VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  RESTART-AT-EOF VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  COALESCE-LOG-OPEN VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  COVER-FOUND VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  COVER-TABLE-FULL VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'N'.
               88  PLAN-COMPLETE VALUE 'Y', FALSE 'N'.
           05  FILLER             PIC X VALUE 'Y'.
               88  PIECE-FINISHED VALUE 'Y', FALSE 'N'.

       01  ARG-TOKENS.
           05  ARG-TOKEN-ENTRY OCCURS 6.
               10  ARG-TOKEN      PIC X(15).
               10  ARG-TOKEN-LEN  PIC 9(02).
           05  ARG-TOKEN-OVERFLOW PIC X(15).
      * FIZZ/BUZZ DEFAULTS SET BY 0505-SET-DEFAULT-RULES UNLESS A
      * FIZZCTL CARD OVERRIDES THE WHOLE TABLE.  EVERY LOOP OVER THE
      * TABLE STOPS AT RULE-COUNT; ENTRIES PAST IT STAY ZERO/BLANK.
      * RULE-TYPE IS 'D' DIVISIBLE-BY, 'C' CONTAINS-DIGIT (THE DIGIT
      * IS IN RULE-DIVISOR), OR 'F' FIXED-VALUE OVERRIDE OF THE
      * RULE-BLOCK-FROM THRU RULE-BLOCK-TO BLOCK - A FIZZCTL CARD
      * AND THE DEFAULTS ONLY EVER CARRY 'D'.  RULE-CREDIT-INDEX IS
      * THE RULE A MATCH IS CREDITED TO: ITSELF, EXCEPT A
      * CONTAINS-DIGIT RULE SHARING AN EARLIER RULE'S WORD, WHICH IS
      * ONLY A SECOND WAY TO EARN THAT RULE'S WORD.
       01  CONTROL-VALUES.
           05  RULE-COUNT         PIC 9(2) VALUE ZERO.
           05  FIXED-RULE-COUNT   PIC 9(2) VALUE ZERO.
           05  RULE-ENTRY OCCURS 5.
               10  RULE-DIVISOR   PIC S9(9).
               10  RULE-WORD      PIC X(10).
               10  RULE-TYPE      PIC X(01).
               10  RULE-BLOCK-FROM PIC 9(9).
               10  RULE-BLOCK-TO  PIC 9(9).
               10  RULE-CREDIT-INDEX PIC 9(2).

       01  RULE-LIMITS.
           05  MAXIMUM-RULES      PIC 9(2) VALUE 5.
           05  BEST-RULE-ENTRY OCCURS 5.
               10  BEST-DIVISOR    PIC 9(04).
               10  BEST-WORD       PIC X(10).
               10  BEST-RULE-TYPE  PIC X(01).
               10  BEST-BLOCK-FROM PIC 9(09).
               10  BEST-BLOCK-TO   PIC 9(09).

      * WORKED PER NUMBER BY 1000-PROCESS-NUMBER - WHICH RULES THE
      * CURRENT NUMBER MATCHED, HOW MANY, AND THE LAST ONE THAT DID
       01  RULE-MATCH-VALUES.
           05  MATCHED-RULE-COUNT PIC 9(2) VALUE ZERO.
           05  LAST-MATCHED-RULE  PIC 9(2) VALUE ZERO.
           05  FIXED-VALUE-RULE   PIC 9(2) VALUE ZERO.
           05  RULE-MATCHED-SW    PIC X(01) OCCURS 5.

      * THE CURRENT NUMBER'S DIGITS FOR THE CONTAINS-DIGIT TEST.
      * LEADING ZEROS ARE PICTURE FILL, NOT DIGITS OF THE NUMBER -
      * THE TEST STARTS AT FIRST-SIGNIFICANT-DIGIT, WHICH STAYS
      * ZERO UNTIL THE FIRST CONTAINS-DIGIT RULE NEEDS IT.
       01  NUMBER-DIGIT-VALUES.
           05  NUMBER-DIGITS      PIC 9(09) VALUE ZERO.
           05  FILLER REDEFINES NUMBER-DIGITS.
               10  NUMBER-DIGIT   PIC X(01) OCCURS 9.
           05  FIRST-SIGNIFICANT-DIGIT PIC 9(02) VALUE ZERO.
           05  RULE-DIGIT         PIC 9(01) VALUE ZERO.
           05  FILLER REDEFINES RULE-DIGIT.
               10  RULE-DIGIT-CHAR PIC X(01).

      * VALIDATED WORKING COPY OF THE FIZZCTL CARD - THE LIVE RULE
      * TABLE IS ONLY OVERWRITTEN ONCE THE WHOLE CARD PASSES ITS
      * EDITS, SO A BAD CARD CANNOT LEAVE A HALF-APPLIED MIX OF CARD
           05  TRX-REQUESTOR       PIC X(08).
           05  TRX-PRIORITY        PIC 9(02).
           05  TRX-DATE-WANTED     PIC 9(08).
           05  TRX-PRODUCT-LINE    PIC X(04).

       01  REJECT-REASON-CODES.
           05  REJECT-REASON       PIC X(04) VALUE SPACES.
           05  REASON-OVER-MAXIMUM PIC X(04) VALUE 'MAX '.
           05  REASON-NO-REQUESTOR PIC X(04) VALUE 'NOID'.
           05  REASON-LIST-FULL    PIC X(04) VALUE 'FULL'.
           05  REASON-TOO-MANY-LINES PIC X(04) VALUE 'LINE'.

      * THE NIGHT'S VALID REQUESTS, LOADED FROM FIZZTXN (OR FIZZRIN
      * IN REJ MODE) AND SORTED BY PRIORITY BEFORE ANY RANGE RUNS.
      * REQUESTS PAST THE TABLE LIMIT ARE REJECTED WITH REASON
      * 'FULL' RATHER THAN QUIETLY DROPPED.  REQ-PRIOR-STATUS IS
      * THE FIZZRQS STATUS THE REQUEST ALREADY HAD WHEN IT WAS
      * LOADED (BLANK FOR A NEW ONE); REQ-DONE-SW GOES 'Y' ONCE ALL
      * OF THE REQUEST IS COMPLETE OR COVERED, FROM WHICH POINT IT
      * COVERS THE SAME NUMBERS IN LATER REQUESTS.
       01  REQUEST-TABLE.
           05  REQUEST-COUNT       PIC 9(4) VALUE ZERO.
           05  MAXIMUM-REQUESTS    PIC 9(4) VALUE 500.
               10  REQ-REQUESTOR       PIC X(08).
               10  REQ-PRIORITY        PIC 9(02).
               10  REQ-DATE-WANTED     PIC 9(08).
               10  REQ-PRODUCT-LINE    PIC X(04).
               10  REQ-PRIOR-STATUS    PIC X(01).
               10  REQ-DONE-SW         PIC X(01).

      * INSERTION-SORT HOLD AREA - SAME 42-BYTE SHAPE AS A
      * REQUEST-ENTRY, WITH THE PRIORITY ADDRESSABLE FOR THE
      * COMPARES.
       01  REQUEST-HOLD-ENTRY.
           05  FILLER              PIC X(26).
           05  HOLD-PRIORITY       PIC 9(02).
           05  FILLER              PIC X(14).

       01  REQUEST-STATUS-VALUES.
           05  REQUEST-STATUS-CODE PIC X(01) VALUE SPACE.
           05  REQUEST-REASON-CODE PIC X(04) VALUE SPACES.
           05  REQUEST-PRIOR-STATUS PIC X(01) VALUE SPACE.
           05  REQUEST-COVER-SOURCE PIC X(01) VALUE SPACE.
           05  REQUEST-COVER-REQUESTOR PIC X(08) VALUE SPACES.
           05  REQUEST-COVER-START PIC 9(09) VALUE ZERO.
           05  REQUEST-COVER-END   PIC 9(09) VALUE ZERO.
           05  REQUEST-TRIMMED-COUNT PIC 9(09) VALUE ZERO.
           05  REQUEST-NEW-COUNT   PIC 9(09) VALUE ZERO.

      * THE COMPLETED FIZZRST RANGES THAT CAN STAND IN FOR NEW WORK
      * - LOADED ONCE, BEFORE THE FIRST RANGE RUNS, FOR EVERY LINE
      * THE WORKLIST NAMES, AND ONLY WHERE THE RANGE WAS CLASSIFIED
      * UNDER THE SAME CONTROL SOURCE THE LINE RUNS UNDER TONIGHT.
      * A RANGE PAST THE TABLE LIMIT IS SIMPLY NOT USED - THE WORST
      * THAT DOES IS CLASSIFY ITS NUMBERS AGAIN, AS BEFORE.
       01  COVER-TABLE.
           05  COVER-COUNT         PIC 9(4) VALUE ZERO.
           05  MAXIMUM-COVERS      PIC 9(4) VALUE 2000.
           05  COVER-ENTRY OCCURS 2000.
               10  COVER-PRODUCT-LINE PIC X(04).
               10  COVER-FROM      PIC 9(09).
               10  COVER-TO        PIC 9(09).
               10  COVER-CONTROL-SOURCE PIC X(08).
               10  COVER-COMPLETE-DATE PIC 9(08).

      * THE PLAN FOR THE REQUEST ABOUT TO RUN - THE SPANS OF IT NO
      * COMPLETED RANGE AND NO EARLIER REQUEST COVERS (THE PIECES,
      * EACH RUN AS A RANGE OF ITS OWN), AND THE SPANS THAT ARE
      * COVERED (THE TRIMS, WITH WHAT COVERED THEM), BOTH IN
      * ASCENDING ORDER.  WHEN EITHER TABLE FILLS, THE LAST PIECE
      * RUNS TO THE END OF THE REQUEST, COVERED OR NOT.
       01  PIECE-TABLE.
           05  PIECE-COUNT         PIC 9(4) VALUE ZERO.
           05  MAXIMUM-PIECES      PIC 9(4) VALUE 100.
           05  PIECE-ENTRY OCCURS 100.
               10  PIECE-FROM      PIC 9(09).
               10  PIECE-TO        PIC 9(09).

       01  TRIM-TABLE.
           05  TRIM-COUNT          PIC 9(4) VALUE ZERO.
           05  MAXIMUM-TRIMS       PIC 9(4) VALUE 100.
           05  TRIM-ENTRY OCCURS 100.
               10  TRIM-FROM       PIC 9(09).
               10  TRIM-TO         PIC 9(09).
               10  TRIM-COVER-SOURCE PIC X(01).
               10  TRIM-COVER-REQUESTOR PIC X(08).
               10  TRIM-COVER-FROM PIC 9(09).
               10  TRIM-COVER-TO   PIC 9(09).
               10  TRIM-COVER-CONTROL-SOURCE PIC X(08).
               10  TRIM-COVER-DATE PIC 9(08).

      * THE PLANNING POSITION AND SPAN ENDS RUN ONE PAST THE LARGEST
      * NINE-DIGIT NUMBER WHEN A REQUEST ENDS AT 999999999, SO THEY
      * CARRY A TENTH DIGIT.  FOUND- HOLDS THE COVER 0740 PICKED.
       01  COALESCE-VALUES.
           05  PLAN-POSITION       PIC 9(10) VALUE ZERO.
           05  PLAN-SPAN-END       PIC 9(10) VALUE ZERO.
           05  NEXT-COVER-START    PIC 9(10) VALUE ZERO.
           05  FOUND-COVER-SOURCE  PIC X(01) VALUE SPACE.
           05  FOUND-COVER-REQUESTOR PIC X(08) VALUE SPACES.
           05  FOUND-COVER-FROM    PIC 9(09) VALUE ZERO.
           05  FOUND-COVER-TO      PIC 9(09) VALUE ZERO.
           05  FOUND-COVER-CONTROL-SOURCE PIC X(08) VALUE SPACES.
           05  FOUND-COVER-DATE    PIC 9(08) VALUE ZERO.

       01  RUN-HISTORY-VALUES.
           05  RUN-DATE-STAMP      PIC 9(08) VALUE ZERO.
               10  RUN-START-HHMMSS PIC 9(6).
               10  FILLER          PIC 9(2).
           05  TXN-RANGE-COUNT     PIC 9(09) VALUE ZERO.
           05  RUN-ID              PIC X(17) VALUE SPACES.
      * FIRST RUN-ID OF THE RANGE BEING PROCESSED, HELD HERE RATHER
      * THAN TRUSTED TO SURVIVE IN THE FIZZRST RECORD AREA ACROSS
      * THE RANGE'S CHECKPOINT WRITES.
           05  RANGE-FIRST-RUN-ID  PIC X(17) VALUE SPACES.

      * WHERE THE RULE TABLE CAME FROM - THE SELECTED FIZZCTM SET'S
      * EFFECTIVE-FROM DATE, 'CARD' FOR A FIZZCTL CARD, OR
      * 'DEFAULT' FOR THE 3/5 RULES.  STAMPED ON EVERY FIZZKEY AND
      * FIZZRST RECORD THE RUN WRITES.
       01  CONTROL-SOURCE-VALUES.
           05  CONTROL-SOURCE      PIC X(08) VALUE 'DEFAULT'.
           05  CONTROL-SOURCE-CARD PIC X(08) VALUE 'CARD'.
           05  CONTROL-SOURCE-DEFAULT PIC X(08) VALUE 'DEFAULT'.

      * THE PRODUCT LINE BEING WORKED - LINE= ON THE COMMAND LINE
      * IN RANGE MODE, EACH REQUEST'S OWN LINE IN TXN/REJ MODE.  A
      * BLANK LINE ANYWHERE MEANS THE HOUSE LINE.  IT LEADS THE
      * FIZZKEY, FIZZRST, AND FIZZCTM KEYS, SO EACH LINE KEEPS ITS
      * OWN RESULTS, CHECKPOINTS, AND EFFECTIVE-DATED RULE SETS.
       01  PRODUCT-LINE-VALUES.
           05  PRODUCT-LINE        PIC X(04) VALUE 'BASE'.
           05  DEFAULT-PRODUCT-LINE PIC X(04) VALUE 'BASE'.

      * ONE ENTRY PER PRODUCT LINE THE RUN WORKS - ITS RULE TABLE
      * AND CONTROL SOURCE, RESOLVED ONCE BEFORE ANY RANGE RUNS,
      * AND ITS OWN SHARE OF THE SUMMARY COUNTS AND THE PROCESSED
      * COUNT.  THE SUMMARY AND THE FIZZHIST RECORDS ARE WRITTEN
      * PER LINE FROM HERE - ONE LINE'S 'FIZZ ONLY' MEANS NOTHING
      * ADDED TO ANOTHER LINE'S.  A WORKLIST NAMING MORE LINES THAN
      * THE TABLE HOLDS REJECTS THE EXCESS REQUESTS ('LINE').
       01  PRODUCT-LINE-TABLE.
           05  LINE-COUNT          PIC 9(2) VALUE ZERO.
           05  MAXIMUM-LINES       PIC 9(2) VALUE 20.
           05  LINE-ENTRY OCCURS 20.
               10  LINE-CODE           PIC X(04).
               10  LINE-CONTROL-SOURCE PIC X(08).
               10  LINE-OVERRIDE-SW    PIC X(01).
               10  LINE-RULE-COUNT     PIC 9(02).
               10  LINE-RULE-ENTRY OCCURS 5.
                   15  LINE-DIVISOR    PIC S9(9).
                   15  LINE-WORD       PIC X(10).
                   15  LINE-RULE-TYPE  PIC X(01).
                   15  LINE-BLOCK-FROM PIC 9(9).
                   15  LINE-BLOCK-TO   PIC 9(9).
               10  LINE-RULE-ONLY-COUNT PIC 9(9) OCCURS 5.
               10  LINE-COMBINED-COUNT PIC 9(9).
               10  LINE-FIXED-COUNT    PIC 9(9).
               10  LINE-PLAIN-COUNT    PIC 9(9).
               10  LINE-SKIPPED-COUNT  PIC 9(9).
               10  LINE-PROCESSED-COUNT PIC 9(9).

       01  LINE-START-VALUES.
           05  LINE-START-PROCESSED PIC 9(9) VALUE ZERO.

      * THE HASH TOTAL IS A STRAIGHT SUM OF THE NUMBER FIELD - THE
      * LARGEST POSSIBLE RUN (ALL OF 1 THRU 999999999) SUMS WELL
      * ONE SINGLE-MATCH COUNT PER RULE, ONE COMBINED COUNT FOR A
      * NUMBER THAT MATCHED TWO OR MORE RULES, AND THE PLAIN COUNT.
      * WITH THE CLASSIC TWO-RULE SETUP THESE ARE EXACTLY THE OLD
      * FIZZ/BUZZ/FIZZBUZZ/PLAIN TALLIES.  A NUMBER A FIXED-VALUE
      * RULE PINNED IS ITS OWN CLASS, IN FIXED-COUNT, AND IN NONE OF
      * THE OTHERS.
       01  SUMMARY-COUNTS.
           05  RULE-ONLY-COUNT     PIC 9(9) OCCURS 5 VALUE ZERO.
           05  COMBINED-COUNT      PIC 9(9) VALUE ZERO.
           05  PLAIN-COUNT         PIC 9(9) VALUE ZERO.
           05  SKIPPED-COUNT       PIC 9(9) VALUE ZERO.
           05  FIXED-COUNT         PIC 9(9) VALUE ZERO.

       01  RANGE-START-COUNTS.
           05  RANGE-START-RULE-COUNT PIC 9(9) OCCURS 5 VALUE ZERO.
           05  RANGE-START-COMBINED-COUNT PIC 9(9) VALUE ZERO.
           05  RANGE-START-PLAIN-COUNT    PIC 9(9) VALUE ZERO.
           05  RANGE-START-SKIPPED-COUNT  PIC 9(9) VALUE ZERO.
           05  RANGE-START-FIXED-COUNT    PIC 9(9) VALUE ZERO.

      * RESULT LINES ARE HELD ONLY BETWEEN CHECKPOINTS, NOT FOR THE
      * WHOLE RANGE - THE TABLE SIZE MUST MATCH CHECKPOINT-INTERVAL,
               88  TRANSACTION-FILE-OK VALUE '00'.
           05  KEYED-OUTPUT-FILE-STATUS PIC X(02) VALUE '00'.
               88  KEYED-OUTPUT-FILE-OK VALUE '00'.
           05  KEYED-LOAD-FILE-STATUS PIC X(02) VALUE '00'.
               88  KEYED-LOAD-FILE-OK VALUE '00'.
           05  RUN-HISTORY-FILE-STATUS PIC X(02) VALUE '00'.
               88  RUN-HISTORY-FILE-OK VALUE '00'.
           05  REJECT-FILE-STATUS  PIC X(02) VALUE '00'.
               88  CONTROL-MASTER-FILE-OK VALUE '00'.
           05  EXCLUSION-FILE-STATUS PIC X(02) VALUE '00'.
               88  EXCLUSION-FILE-OK VALUE '00'.
           05  COALESCE-LOG-FILE-STATUS PIC X(02) VALUE '00'.
               88  COALESCE-LOG-FILE-OK VALUE '00'.

       PROCEDURE DIVISION.

                       THRU 0600-PROCESS-TRANSACTIONS-EX
               ELSE
                   PERFORM 2000-PROCESS-RANGE THRU 2000-PROCESS-RANGE-EX
                   MOVE 1 TO LINE-INDEX
                   PERFORM 0690-POST-LINE-TOTALS
                       THRU 0690-POST-LINE-TOTALS-EX
               END-IF
               IF RETURN-CODE EQUAL ZERO
                   PERFORM 8300-DISPLAY-SUMMARY
           ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD END-ACCEPT
           ACCEPT RUN-TIME-STAMP FROM TIME END-ACCEPT
           ACCEPT ARGS FROM COMMAND-LINE END-ACCEPT
           STRING RUN-DATE-STAMP DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  RUN-TIME-STAMP DELIMITED BY SIZE
                  INTO RUN-ID
           END-STRING

           MOVE SPACES TO ARG-TOKENS
           PERFORM VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX GREATER THAN 6
               MOVE ZERO TO ARG-TOKEN-LEN (TOKEN-INDEX)
           END-PERFORM
           MOVE ZERO TO ARG-TOKEN-OVERFLOW-LEN
      * SIX TOKENS IS ALREADY THE LARGEST VALID ARGUMENT LIST - A
      * SEVENTH WOULD OTHERWISE BE DISCARDED WITHOUT A WORD, AND AN
      * EXTRA OR DOUBLED TOKEN CAN PUSH A REAL CUTOFF= OR LIMIT=
      * OFF THE END AND RUN THE WHOLE NIGHT.  THE OVERFLOW TOKEN
      * CATCHES IT - ON OVERFLOW CANNOT, BECAUSE THE UNEXAMINED
      * TRAILING BLANKS OF THE COMMAND-LINE BUFFER RAISE THE
      * OVERFLOW CONDITION ON EVERY CALL, EXTRA TOKEN OR NOT.
           UNSTRING ARGS DELIMITED BY SPACE
               INTO ARG-TOKEN (1) COUNT IN ARG-TOKEN-LEN (1)
                    ARG-TOKEN (2) COUNT IN ARG-TOKEN-LEN (2)
                    ARG-TOKEN (3) COUNT IN ARG-TOKEN-LEN (3)
                    ARG-TOKEN (4) COUNT IN ARG-TOKEN-LEN (4)
                    ARG-TOKEN (5) COUNT IN ARG-TOKEN-LEN (5)
                    ARG-TOKEN (6) COUNT IN ARG-TOKEN-LEN (6)
                    ARG-TOKEN-OVERFLOW
                        COUNT IN ARG-TOKEN-OVERFLOW-LEN
           END-UNSTRING
      * FIELD.  NOTHING LONGER THAN FIFTEEN BYTES IS A VALID
      * ARGUMENT, SO REJECT IT HERE, BEFORE ANYTHING LOOKS AT IT.
           PERFORM VARYING TOKEN-INDEX FROM 1 BY 1
               UNTIL TOKEN-INDEX GREATER THAN 6
               IF ARG-TOKEN-LEN (TOKEN-INDEX) GREATER THAN 15
                   DISPLAY 'FIZZBUZZ - ARGUMENT TOO LONG TO BE '
                           'VALID: ' ARG-TOKEN (TOKEN-INDEX)
               GO TO 0500-INITIALIZE-EXIT
           END-IF

      * A RANGE RUN WORKS ONE LINE AND RESOLVES ITS RULES NOW.  A
      * TXN OR REJ RUN DOES NOT KNOW ITS LINES UNTIL THE WORKLIST
      * IS LOADED - 0640 RESOLVES EACH ONE BEFORE ANY RANGE RUNS,
      * AND UNTIL THEN THE 3/5 DEFAULTS STAND.
           PERFORM 0505-SET-DEFAULT-RULES
               THRU 0505-SET-DEFAULT-RULES-EX
           IF NOT BATCH-MODE
               PERFORM 0507-RESOLVE-LINE-RULES
                   THRU 0507-RESOLVE-LINE-RULES-EX
               PERFORM 0696-SET-RULE-CREDITS
                   THRU 0696-SET-RULE-CREDITS-EX
               IF ARGS-ARE-VALID
                   PERFORM 0560-ADD-LINE-ENTRY
                       THRU 0560-ADD-LINE-ENTRY-EX
                   PERFORM 0692-SAVE-LINE-RULES
                       THRU 0692-SAVE-LINE-RULES-EX
               END-IF
           END-IF
           IF ARGS-ARE-VALID
               PERFORM 0515-LOAD-EXCLUSIONS
       0517-CHECK-EXCLUDED-EX.
           EXIT.

      * RESOLVE THE RULE TABLE FOR THE LINE IN PRODUCT-LINE: THE
      * LINE'S OWN FIZZCTM SET IN EFFECT FOR THE RUN DATE, ELSE THE
      * FIZZCTL CARD, ELSE THE 3/5 DEFAULTS.  THE CARD IS NOT
      * LINE-SPECIFIC - IT IS READ AND EDITED AT MOST ONCE PER RUN,
      * THE FIRST TIME A LINE NEEDS IT, AND A BAD CARD FAILS THE
      * RUN RC 16 BEFORE ANY RANGE IS WORKED.
       0507-RESOLVE-LINE-RULES.

           SET CONTROL-OVERRIDE-ACTIVE TO FALSE
           PERFORM 0505-SET-DEFAULT-RULES
               THRU 0505-SET-DEFAULT-RULES-EX
           PERFORM 0508-READ-CONTROL-MASTER
               THRU 0508-READ-CONTROL-MASTER-EX
           IF CONTROL-MASTER-SELECTED
               GO TO 0507-RESOLVE-LINE-RULES-EX
           END-IF

           IF NOT CONTROL-CARD-READ
               PERFORM 0510-READ-CONTROL THRU 0510-READ-CONTROL-EXIT
           END-IF
           IF CONTROL-CARD-LOADED
               PERFORM 0512-APPLY-CONTROL-CARD
                   THRU 0512-APPLY-CONTROL-CARD-EX
           END-IF
           .

       0507-RESOLVE-LINE-RULES-EX.
           EXIT.

      * SELECT THE PARAMETER SET IN EFFECT FOR THE RUN DATE FROM
      * THE EFFECTIVE-DATED CONTROL MASTER: THE LINE'S APPROVED SET
      * WITH THE LATEST EFFECTIVE-FROM NOT AFTER THE RUN DATE WHOSE
      * EFFECTIVE-TO IS NOT BEFORE IT.  ANOTHER LINE'S SETS NEVER
      * APPLY.  A MISSING OR EMPTY MASTER FALLS BACK TO THE FLAT
      * FIZZCTL CARD, WHICH FALLS BACK TO THE 3/5 DEFAULTS -
      * NOTHING BREAKS MID-MIGRATION.  FIZZVRFY AND FIZZRPT APPLY
      * EXACTLY THIS RULE.
       0508-READ-CONTROL-MASTER.

           SET CONTROL-MASTER-SELECTED TO FALSE
               END-READ
               IF NOT MASTER-AT-EOF
                   IF CTM-APPROVED
                      AND CTM-PRODUCT-LINE EQUAL PRODUCT-LINE
                      AND CTM-EFFECTIVE-FROM NOT GREATER THAN
                          RUN-DATE-STAMP
                      AND CTM-EFFECTIVE-TO NOT LESS THAN
                               TO BEST-DIVISOR (RULE-INDEX)
                           MOVE CTM-WORD (RULE-INDEX)
                               TO BEST-WORD (RULE-INDEX)
                           MOVE CTM-RULE-TYPE (RULE-INDEX)
                               TO BEST-RULE-TYPE (RULE-INDEX)
                           MOVE CTM-BLOCK-FROM (RULE-INDEX)
                               TO BEST-BLOCK-FROM (RULE-INDEX)
                           MOVE CTM-BLOCK-TO (RULE-INDEX)
                               TO BEST-BLOCK-TO (RULE-INDEX)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF

      * THE SET WAS VALIDATED BY FIZZCTLE WHEN IT WAS ADDED -
      * COMPACT ITS ACTIVE RULES INTO THE RULE TABLE IN SET ORDER,
      * THE SAME WAY A FIZZCTL CARD LOADS.  A RULE IS ACTIVE WHEN IT
      * HAS A WORD - A CONTAINS-DIGIT RULE FOR 0 AND A FIXED-VALUE
      * RULE BOTH CARRY A ZERO DIVISOR.  A BLANK TYPE IS A SET
      * STORED BEFORE THE TYPES EXISTED: DIVISIBLE-BY.
           MOVE ZERO TO RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               IF BEST-WORD (RULE-INDEX) NOT EQUAL SPACES
                   ADD 1 TO RULE-COUNT
                   MOVE BEST-DIVISOR (RULE-INDEX)
                       TO RULE-DIVISOR (RULE-COUNT)
                   MOVE BEST-WORD (RULE-INDEX)
                       TO RULE-WORD (RULE-COUNT)
                   MOVE 'D' TO RULE-TYPE (RULE-COUNT)
                   MOVE ZERO TO RULE-BLOCK-FROM (RULE-COUNT)
                   MOVE ZERO TO RULE-BLOCK-TO (RULE-COUNT)
                   IF BEST-RULE-TYPE (RULE-INDEX) EQUAL 'C'
                       MOVE 'C' TO RULE-TYPE (RULE-COUNT)
                   END-IF
                   IF BEST-RULE-TYPE (RULE-INDEX) EQUAL 'F'
                       MOVE 'F' TO RULE-TYPE (RULE-COUNT)
                       MOVE BEST-BLOCK-FROM (RULE-INDEX)
                           TO RULE-BLOCK-FROM (RULE-COUNT)
                       MOVE BEST-BLOCK-TO (RULE-INDEX)
                           TO RULE-BLOCK-TO (RULE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               IF RULE-INDEX GREATER THAN RULE-COUNT
                   MOVE ZERO TO RULE-DIVISOR (RULE-INDEX)
                   MOVE SPACES TO RULE-WORD (RULE-INDEX)
                   MOVE 'D' TO RULE-TYPE (RULE-INDEX)
                   MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
                   MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
               END-IF
           END-PERFORM
           IF RULE-COUNT EQUAL ZERO

           SET CONTROL-OVERRIDE-ACTIVE TO TRUE
           SET CONTROL-MASTER-SELECTED TO TRUE
           MOVE BEST-EFFECTIVE-FROM TO CONTROL-SOURCE
           DISPLAY 'FIZZBUZZ - LINE ' PRODUCT-LINE
                   ' CONTROL SET EFFECTIVE '
                   BEST-EFFECTIVE-FROM ' THRU ' BEST-EFFECTIVE-TO
                   ' SELECTED FOR RUN DATE ' RUN-DATE-STAMP
           .
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
           MOVE CONTROL-SOURCE-DEFAULT TO CONTROL-SOURCE
           .

       0505-SET-DEFAULT-RULES-EX.

      * SCAN THE TOKENS AFTER THE POSITIONAL ARGUMENTS FOR RUN
      * OPTIONS, IN ANY ORDER: TRACE, CUTOFF=HHMMSS (STOP AT THAT
      * TIME OF DAY), LIMIT=N (STOP AFTER N NUMBERS THIS RUN),
      * RELOAD (FIZZKEY RECORDS GO TO THE FIZZKLD LOAD FILE, NOT
      * THE LIVE CLUSTER), AND IN RANGE MODE ONLY LINE=XXXX (THE
      * PRODUCT LINE, DEFAULT BASE).  AN UNRECOGNIZED TOKEN FAILS
      * VALIDATION - A MISTYPED CUTOFF MUST NOT QUIETLY RUN THE
      * WHOLE NIGHT.
       0540-SCAN-OPTION-TOKENS.

           PERFORM VARYING TOKEN-INDEX FROM OPTION-TOKEN-START BY 1
               UNTIL TOKEN-INDEX GREATER THAN 6
               IF ARG-TOKEN-LEN (TOKEN-INDEX) NOT EQUAL ZERO
                   PERFORM 0550-APPLY-OPTION-TOKEN
                       THRU 0550-APPLY-OPTION-TOKEN-EX
               GO TO 0550-APPLY-OPTION-TOKEN-EX
           END-IF

           IF ARG-TOKEN (TOKEN-INDEX)
                  (1:ARG-TOKEN-LEN (TOKEN-INDEX)) EQUAL 'RELOAD'
               SET RELOAD-MODE TO TRUE
               GO TO 0550-APPLY-OPTION-TOKEN-EX
           END-IF

           IF ARG-TOKEN-LEN (TOKEN-INDEX) EQUAL 13
              AND ARG-TOKEN (TOKEN-INDEX) (1:7) EQUAL 'CUTOFF='
              AND ARG-TOKEN (TOKEN-INDEX) (8:6) NUMERIC
               GO TO 0550-APPLY-OPTION-TOKEN-EX
           END-IF

      * A TXN OR REJ WORKLIST CARRIES A LINE ON EVERY REQUEST - A
      * COMMAND-LINE LINE= WOULD BE SILENTLY IGNORED, SO REFUSE IT.
           IF ARG-TOKEN-LEN (TOKEN-INDEX) GREATER THAN 5
              AND ARG-TOKEN-LEN (TOKEN-INDEX) LESS THAN 10
              AND ARG-TOKEN (TOKEN-INDEX) (1:5) EQUAL 'LINE='
               IF BATCH-MODE
                   DISPLAY 'FIZZBUZZ - LINE= IS NOT VALID IN TXN OR '
                           'REJ MODE, EACH REQUEST CARRIES ITS LINE'
                   SET ARGS-ARE-VALID TO FALSE
                   GO TO 0550-APPLY-OPTION-TOKEN-EX
               END-IF
               MOVE ARG-TOKEN (TOKEN-INDEX)
                   (6:ARG-TOKEN-LEN (TOKEN-INDEX) - 5)
                   TO PRODUCT-LINE
               GO TO 0550-APPLY-OPTION-TOKEN-EX
           END-IF

           DISPLAY 'FIZZBUZZ - UNRECOGNIZED ARGUMENT '
                   ARG-TOKEN (TOKEN-INDEX)
                   (1:ARG-TOKEN-LEN (TOKEN-INDEX))
           END-IF
           SET RESTART-FILE-AVAILABLE TO TRUE

           MOVE PRODUCT-LINE TO RST-PRODUCT-LINE
           MOVE ORIGINAL-STARTING-NUMBER TO RST-STARTING-NUMBER
           MOVE ENDING-NUMBER TO RST-ENDING-NUMBER
           MOVE RUN-ID TO RANGE-FIRST-RUN-ID
           READ RESTART-FILE
               INVALID KEY
                   GO TO 0520-READ-RESTART-EXIT
           END-READ
           SET RESTART-RECORD-EXISTS TO TRUE

      * A RANGE CLASSIFIED, WHOLLY OR IN PART, UNDER ANOTHER CONTROL
      * SOURCE IS RUN AGAIN FROM ITS FIRST NUMBER - THE RECORD IS
      * KEPT FOR THE REWRITE BUT STARTS OVER AS IF NEW, THIS RUN
      * BECOMING ITS FIRST.  A BLANK SOURCE PREDATES THE STAMP AND
      * IS TAKEN AS THE CURRENT ONE.
           IF RST-CONTROL-SOURCE NOT EQUAL SPACES
              AND RST-CONTROL-SOURCE NOT EQUAL CONTROL-SOURCE
               DISPLAY 'FIZZBUZZ - LINE ' PRODUCT-LINE ' RANGE '
                       ORIGINAL-STARTING-NUMBER ' THRU ' ENDING-NUMBER
                       ' CLASSIFIED UNDER ' RST-CONTROL-SOURCE
               DISPLAY 'FIZZBUZZ - RECLASSIFYING UNDER '
                       CONTROL-SOURCE ' FROM THE START OF THE RANGE'
               MOVE ORIGINAL-STARTING-NUMBER TO RST-CURRENT-NUMBER
               MOVE 'N' TO RST-COMPLETE-SW
               MOVE ZERO TO RST-COMPLETE-DATE
               MOVE ZERO TO RST-RULE-ONLY-COUNT (1)
                            RST-RULE-ONLY-COUNT (2)
                            RST-RULE-ONLY-COUNT (3)
                            RST-RULE-ONLY-COUNT (4)
                            RST-RULE-ONLY-COUNT (5)
                            RST-COMBINED-COUNT
                            RST-PLAIN-COUNT
                            RST-SKIPPED-COUNT
                            RST-FIXED-COUNT
               GO TO 0520-READ-RESTART-EXIT
           END-IF
           MOVE RST-FIRST-RUN-ID TO RANGE-FIRST-RUN-ID

           IF RST-RUN-COMPLETE
               DISPLAY 'FIZZBUZZ - LINE ' PRODUCT-LINE ' RANGE '
                       ORIGINAL-STARTING-NUMBER ' THRU ' ENDING-NUMBER
                       ' ALREADY COMPLETE, SKIPPING'
               SET RANGE-ALREADY-COMPLETE TO TRUE
               PERFORM 0525-ADD-RESTART-COUNTS
           ADD RST-COMBINED-COUNT TO COMBINED-COUNT
           ADD RST-PLAIN-COUNT TO PLAIN-COUNT
           ADD RST-SKIPPED-COUNT TO SKIPPED-COUNT
      * A RANGE CHECKPOINTED BEFORE THE FIXED-VALUE CLASS EXISTED
      * CARRIES PAD BYTES THERE - IT PINNED NOTHING.
           IF RST-FIXED-COUNT NUMERIC
               ADD RST-FIXED-COUNT TO FIXED-COUNT
           END-IF
           .

       0525-ADD-RESTART-COUNTS-EX.
      * EDIT THE CARD'S FIVE DIVISOR/WORD PAIRS INTO THE WORKING
      * COPY FIRST - AN ALL-ZERO/ALL-BLANK PAIR IS UNUSED, A HALF-
      * FILLED PAIR IS THE SAME CARD ERROR A ZERO DIVISOR OR BLANK
      * WORD ALWAYS WAS - AND ONLY LET 0512 REPLACE THE LIVE RULE
      * TABLE ONCE THE WHOLE CARD IS CLEAN.  THE CARD IS READ ONCE
      * PER RUN; EVERY LINE THAT FALLS BACK TO IT USES THE COPY.
       0510-READ-CONTROL.

           SET CONTROL-CARD-READ TO TRUE

      * ONLY A CARD THAT IS NOT THERE AT ALL (STATUS 35 - DD NOT
      * ALLOCATED OR DATASET NOT ON FILE) MEANS THE DEFAULTS APPLY.
      * ANY OTHER OPEN FAILURE - AN OLD 28-BYTE CARD LEFT FROM
               MOVE 16 TO RETURN-CODE
               GO TO 0510-CLOSE-CONTROL-CARD
           END-IF
           SET CONTROL-CARD-LOADED TO TRUE
           .

       0510-CLOSE-CONTROL-CARD.
           CLOSE CONTROL-FILE
           .

       0510-READ-CONTROL-EXIT.
           EXIT.

      * REPLACE THE LIVE RULE TABLE WITH THE EDITED CARD.  THE FLAT
      * CARD HAS NO ROOM FOR RULE TYPES - EVERY CARD RULE IS
      * DIVISIBLE-BY, AS IT ALWAYS WAS.
       0512-APPLY-CONTROL-CARD.

           MOVE CARD-RULE-COUNT TO RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
                   MOVE CARD-WORD (RULE-INDEX)
                       TO RULE-WORD (RULE-INDEX)
               END-IF
               MOVE 'D' TO RULE-TYPE (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE ZERO TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           SET CONTROL-OVERRIDE-ACTIVE TO TRUE
           MOVE CONTROL-SOURCE-CARD TO CONTROL-SOURCE
           .

       0512-APPLY-CONTROL-CARD-EX.
           EXIT.

      * FIND THE LINE IN PRODUCT-LINE IN THE LINE TABLE, LEAVING
      * LINE-INDEX ON ITS ENTRY WHEN IT IS THERE.
       0555-FIND-LINE.

           SET LINE-FOUND TO FALSE
           PERFORM VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX GREATER THAN LINE-COUNT
               IF LINE-CODE (LINE-INDEX) EQUAL PRODUCT-LINE
                   SET LINE-FOUND TO TRUE
                   GO TO 0555-FIND-LINE-EX
               END-IF
           END-PERFORM
           .

       0555-FIND-LINE-EX.
           EXIT.

      * OPEN A LINE-TABLE ENTRY FOR THE LINE IN PRODUCT-LINE WITH
      * ZERO TOTALS.  THE CALLER HAS ALREADY CHECKED FOR ROOM.
       0560-ADD-LINE-ENTRY.

           ADD 1 TO LINE-COUNT
           MOVE LINE-COUNT TO LINE-INDEX
           MOVE PRODUCT-LINE TO LINE-CODE (LINE-INDEX)
           MOVE CONTROL-SOURCE-DEFAULT
               TO LINE-CONTROL-SOURCE (LINE-INDEX)
           MOVE 'N' TO LINE-OVERRIDE-SW (LINE-INDEX)
           MOVE ZERO TO LINE-RULE-COUNT (LINE-INDEX)
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE ZERO TO LINE-DIVISOR (LINE-INDEX, RULE-INDEX)
               MOVE SPACES TO LINE-WORD (LINE-INDEX, RULE-INDEX)
               MOVE 'D' TO LINE-RULE-TYPE (LINE-INDEX, RULE-INDEX)
               MOVE ZERO TO LINE-BLOCK-FROM (LINE-INDEX, RULE-INDEX)
               MOVE ZERO TO LINE-BLOCK-TO (LINE-INDEX, RULE-INDEX)
               MOVE ZERO
                   TO LINE-RULE-ONLY-COUNT (LINE-INDEX, RULE-INDEX)
           END-PERFORM
           MOVE ZERO TO LINE-COMBINED-COUNT (LINE-INDEX)
           MOVE ZERO TO LINE-FIXED-COUNT (LINE-INDEX)
           MOVE ZERO TO LINE-PLAIN-COUNT (LINE-INDEX)
           MOVE ZERO TO LINE-SKIPPED-COUNT (LINE-INDEX)
           MOVE ZERO TO LINE-PROCESSED-COUNT (LINE-INDEX)
           .

       0560-ADD-LINE-ENTRY-EX.
           EXIT.

       0600-PROCESS-TRANSACTIONS.

           PERFORM 0650-SORT-REQUESTS THRU 0650-SORT-REQUESTS-EX

      * EVERY LINE THE WORKLIST NAMES HAS ITS RULES SETTLED BEFORE
      * THE FIRST RANGE RUNS - A BAD FIZZCTL CARD STOPS THE RUN
      * HERE, WITH EVERY VALID REQUEST STILL PENDING.
           PERFORM 0640-RESOLVE-WORKLIST-LINES
               THRU 0640-RESOLVE-WORKLIST-LINES-EX
           IF NOT ARGS-ARE-VALID
               GO TO 0600-CLOSE-INPUT
           END-IF

      * WITH EVERY LINE'S CONTROL SOURCE SETTLED, PICK UP THE
      * COMPLETED RANGES THAT CAN STAND IN FOR TONIGHT'S WORK.
           PERFORM 0700-LOAD-COVERAGE THRU 0700-LOAD-COVERAGE-EX

      * PASS TWO - WORK THE VALID REQUESTS MOST-URGENT-FIRST.  A
      * CUTOFF TRIPPED MID-LIST STOPS HERE WITH THE LOW-PRIORITY
      * REQUESTS STILL PENDING.
               CLOSE REJECT-FILE
               SET REJECT-FILE-OPEN TO FALSE
           END-IF

           IF COALESCE-LOG-OPEN
               CLOSE COALESCE-LOG-FILE
               SET COALESCE-LOG-OPEN TO FALSE
           END-IF
           .

       0600-PROCESS-TRANSACTIONS-EX.
           IF NOT TRANSACTION-AT-EOF
               ADD 1 TO TXN-RANGE-COUNT
               IF REPROCESS-MODE
                   MOVE REPROCESS-RECORD (1:40) TO WORK-TRANSACTION
               ELSE
                   MOVE TRANSACTION-RECORD TO WORK-TRANSACTION
               END-IF
       0620-EDIT-TRANSACTION.

           MOVE SPACES TO REJECT-REASON
           MOVE SPACE TO REQUEST-COVER-SOURCE
           MOVE SPACES TO REQUEST-COVER-REQUESTOR
           MOVE ZERO TO REQUEST-COVER-START
           MOVE ZERO TO REQUEST-COVER-END
           MOVE ZERO TO REQUEST-TRIMMED-COUNT
           IF TRX-PRODUCT-LINE EQUAL SPACES
               MOVE DEFAULT-PRODUCT-LINE TO TRX-PRODUCT-LINE
           END-IF

           IF TRX-STARTING-NUMBER NOT NUMERIC
              OR TRX-ENDING-NUMBER NOT NUMERIC
               END-IF
           END-IF

           IF REJECT-REASON EQUAL SPACES
               MOVE TRX-PRODUCT-LINE TO PRODUCT-LINE
               PERFORM 0555-FIND-LINE THRU 0555-FIND-LINE-EX
               IF NOT LINE-FOUND
                  AND LINE-COUNT EQUAL MAXIMUM-LINES
                   MOVE REASON-TOO-MANY-LINES TO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON NOT EQUAL SPACES
               DISPLAY 'FIZZBUZZ - SKIPPING BAD TRANSACTION RANGE '
                       TRX-STARTING-NUMBER ' THRU '
               GO TO 0620-REJECT-TRANSACTION
           END-IF

           IF NOT LINE-FOUND
               PERFORM 0560-ADD-LINE-ENTRY THRU 0560-ADD-LINE-ENTRY-EX
           END-IF
           ADD 1 TO REQUEST-COUNT
           MOVE WORK-TRANSACTION TO REQUEST-ENTRY (REQUEST-COUNT)
           PERFORM 0665-READ-PRIOR-STATUS
               THRU 0665-READ-PRIOR-STATUS-EX
           MOVE REQUEST-PRIOR-STATUS
               TO REQ-PRIOR-STATUS (REQUEST-COUNT)
           MOVE 'N' TO REQ-DONE-SW (REQUEST-COUNT)
           MOVE 'P' TO REQUEST-STATUS-CODE
           MOVE SPACES TO REQUEST-REASON-CODE
           PERFORM 0670-WRITE-REQUEST-STATUS
       0650-SORT-REQUESTS-EX.
           EXIT.

      * RESOLVE AND KEEP THE RULE TABLE FOR EVERY LINE THE WORKLIST
      * LOADED, IN THE ORDER THE LINES FIRST APPEARED.
       0640-RESOLVE-WORKLIST-LINES.

           PERFORM VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX GREATER THAN LINE-COUNT
               OR NOT ARGS-ARE-VALID
               MOVE LINE-CODE (LINE-INDEX) TO PRODUCT-LINE
               PERFORM 0507-RESOLVE-LINE-RULES
                   THRU 0507-RESOLVE-LINE-RULES-EX
               PERFORM 0692-SAVE-LINE-RULES
                   THRU 0692-SAVE-LINE-RULES-EX
           END-PERFORM
           .

       0640-RESOLVE-WORKLIST-LINES-EX.
           EXIT.

      * OPEN THE REQUEST-STATUS CLUSTER I-O, FALLING BACK TO AN
      * INITIAL OPEN OUTPUT THE SAME WAY 0520 HANDLES FIZZRST.
       0660-OPEN-REQUEST-STATUS.
       0660-OPEN-REQUEST-STATUS-EX.
           EXIT.

      * PICK UP THE STATUS THE REQUEST IN WORK-TRANSACTION ALREADY
      * HAS ON FIZZRQS, BEFORE 0620 MARKS IT PENDING AGAIN - A
      * RESUBMITTED 'I' OR 'C' REQUEST THAT TURNS OUT FULLY COVERED
      * IS COVERED BY ITS OWN EARLIER WORK AND GOES BACK TO 'C', NOT
      * TO 'S'.  BLANK WHEN THE REQUEST IS NEW.
       0665-READ-PRIOR-STATUS.

           MOVE SPACE TO REQUEST-PRIOR-STATUS
           IF NOT REQUEST-STATUS-FILE-AVAIL
               GO TO 0665-READ-PRIOR-STATUS-EX
           END-IF

           MOVE TRX-REQUESTOR TO RQS-REQUESTOR
           MOVE TRX-PRODUCT-LINE TO RQS-PRODUCT-LINE
           MOVE TRX-STARTING-NUMBER TO RQS-STARTING-NUMBER
           MOVE TRX-ENDING-NUMBER TO RQS-ENDING-NUMBER
           READ REQUEST-STATUS-FILE
               INVALID KEY
                   GO TO 0665-READ-PRIOR-STATUS-EX
           END-READ
           MOVE RQS-STATUS TO REQUEST-PRIOR-STATUS
           .

       0665-READ-PRIOR-STATUS-EX.
           EXIT.

      * WRITE OR REWRITE THE STATUS RECORD FOR THE REQUEST IN
      * WORK-TRANSACTION - REQUEST-STATUS-CODE AND, FOR A REJECT,
      * REQUEST-REASON-CODE ARE SET BY THE CALLER.  THE ONLINE AUDIT
      * FIELDS ARE CARRIED OVER FROM THE RECORD ON FILE, OR START
      * BLANK FOR A REQUEST NEW TO FIZZRQS.
       0670-WRITE-REQUEST-STATUS.

           IF NOT REQUEST-STATUS-FILE-AVAIL
           END-IF

           MOVE TRX-REQUESTOR TO RQS-REQUESTOR
           MOVE TRX-PRODUCT-LINE TO RQS-PRODUCT-LINE
           MOVE TRX-STARTING-NUMBER TO RQS-STARTING-NUMBER
           MOVE TRX-ENDING-NUMBER TO RQS-ENDING-NUMBER
           READ REQUEST-STATUS-FILE
               INVALID KEY
                   MOVE SPACES TO RQS-CHANGED-BY
                   MOVE ZERO TO RQS-CHANGED-DATE
                   MOVE ZERO TO RQS-CHANGED-TIME
                   MOVE SPACE TO RQS-CHANGE-ACTION
           END-READ
           MOVE TRX-PRIORITY TO RQS-PRIORITY
           MOVE TRX-DATE-WANTED TO RQS-DATE-WANTED
           MOVE REQUEST-STATUS-CODE TO RQS-STATUS
           MOVE RUN-DATE-STAMP TO RQS-STATUS-DATE
           ACCEPT CURRENT-TIME-VALUE FROM TIME END-ACCEPT
           MOVE CURRENT-TIME-HHMMSS TO RQS-STATUS-TIME
           MOVE REQUEST-COVER-SOURCE TO RQS-COVER-SOURCE
           MOVE REQUEST-COVER-REQUESTOR TO RQS-COVER-REQUESTOR
           MOVE REQUEST-COVER-START TO RQS-COVER-STARTING-NUMBER
           MOVE REQUEST-COVER-END TO RQS-COVER-ENDING-NUMBER
           MOVE REQUEST-TRIMMED-COUNT TO RQS-TRIMMED-COUNT

           WRITE REQUEST-STATUS-RECORD
               INVALID KEY

      * RUN ONE SORTED REQUEST THROUGH THE RANGE MACHINERY, MARKING
      * IT IN FLIGHT ON THE WAY IN AND COMPLETE ON A CLEAN FINISH.
      * ONLY THE PIECES OF IT THAT NOTHING ALREADY COVERS ARE RUN,
      * EACH AS A RANGE OF ITS OWN; A REQUEST COVERED END TO END IS
      * NOT RUN AT ALL AND GOES STRAIGHT TO 'S'.  A PIECE THE CUTOFF
      * STOPPED PARTWAY LEAVES THE REQUEST 'I' - ITS FIZZRST
      * CHECKPOINT ALREADY SAYS EXACTLY HOW FAR IT GOT, AND THE SAME
      * PLAN ON RESUBMIT PICKS THE PIECE UP FROM THERE.
       0680-PROCESS-REQUEST.

           MOVE REQUEST-ENTRY (REQUEST-INDEX) TO WORK-TRANSACTION
           MOVE TRX-PRODUCT-LINE TO PRODUCT-LINE
           PERFORM 0555-FIND-LINE THRU 0555-FIND-LINE-EX
           PERFORM 0694-LOAD-LINE-RULES THRU 0694-LOAD-LINE-RULES-EX
           MOVE SPACES TO REQUEST-REASON-CODE
           PERFORM 0720-PLAN-REQUEST THRU 0720-PLAN-REQUEST-EX

           IF PIECE-COUNT EQUAL ZERO
               IF REQ-PRIOR-STATUS (REQUEST-INDEX) EQUAL 'I' OR 'C'
                   MOVE 'C' TO REQUEST-STATUS-CODE
               ELSE
                   MOVE 'S' TO REQUEST-STATUS-CODE
               END-IF
               PERFORM 0670-WRITE-REQUEST-STATUS
                   THRU 0670-WRITE-REQUEST-STATUS-EX
               MOVE 'Y' TO REQ-DONE-SW (REQUEST-INDEX)
               DISPLAY 'FIZZBUZZ - LINE ' TRX-PRODUCT-LINE ' RANGE '
                       TRX-STARTING-NUMBER ' THRU ' TRX-ENDING-NUMBER
                       ' FOR ' TRX-REQUESTOR
                       ' ALREADY COVERED, NOT RUN'
               GO TO 0680-LOG-COALESCING
           END-IF

           IF TRIM-COUNT GREATER THAN ZERO
               DISPLAY 'FIZZBUZZ - LINE ' TRX-PRODUCT-LINE ' RANGE '
                       TRX-STARTING-NUMBER ' THRU ' TRX-ENDING-NUMBER
                       ' FOR ' TRX-REQUESTOR ' TRIMMED '
                       REQUEST-TRIMMED-COUNT ', RUNNING '
                       REQUEST-NEW-COUNT ' IN ' PIECE-COUNT
                       ' PIECE(S)'
           END-IF

           MOVE 'I' TO REQUEST-STATUS-CODE
           PERFORM 0670-WRITE-REQUEST-STATUS
               THRU 0670-WRITE-REQUEST-STATUS-EX

           SET PIECE-FINISHED TO TRUE
           PERFORM VARYING PIECE-INDEX FROM 1 BY 1
               UNTIL PIECE-INDEX GREATER THAN PIECE-COUNT
               OR NOT PIECE-FINISHED
               OR CUTOFF-REACHED
               PERFORM 0685-RUN-PIECE THRU 0685-RUN-PIECE-EX
           END-PERFORM

           IF NOT PIECE-FINISHED
               GO TO 0680-LOG-COALESCING
           END-IF
           IF PIECE-INDEX NOT GREATER THAN PIECE-COUNT
      * THE CUTOFF FELL BETWEEN TWO PIECES - THE FINISHED ONES ARE
      * COMPLETE IN FIZZRST AND WILL BE TRIMMED ON RESUBMIT.
               SET WORK-REMAINING TO TRUE
               GO TO 0680-LOG-COALESCING
           END-IF

           MOVE 'C' TO REQUEST-STATUS-CODE
           PERFORM 0670-WRITE-REQUEST-STATUS
               THRU 0670-WRITE-REQUEST-STATUS-EX
           MOVE 'Y' TO REQ-DONE-SW (REQUEST-INDEX)
           .

       0680-LOG-COALESCING.
           IF TRIM-COUNT GREATER THAN ZERO
               PERFORM 0760-WRITE-COALESCE-LOG
                   THRU 0760-WRITE-COALESCE-LOG-EX
           END-IF
           .

       0680-PROCESS-REQUEST-EX.
           EXIT.

      * ONE PIECE OF THE PLAN THROUGH 2000-PROCESS-RANGE, CREDITED
      * TO THE LINE THE SAME AS A WHOLE REQUEST ALWAYS WAS.
       0685-RUN-PIECE.

           MOVE NUMBERS-PROCESSED TO LINE-START-PROCESSED
           MOVE PIECE-FROM (PIECE-INDEX) TO STARTING-NUMBER
           MOVE PIECE-TO (PIECE-INDEX) TO ENDING-NUMBER
           MOVE STARTING-NUMBER TO ORIGINAL-STARTING-NUMBER

           SET RANGE-DONE TO FALSE
           PERFORM 2000-PROCESS-RANGE THRU 2000-PROCESS-RANGE-EX
           PERFORM 0690-POST-LINE-TOTALS THRU 0690-POST-LINE-TOTALS-EX

           IF RANGE-ALREADY-COMPLETE OR RANGE-NOTHING-TO-PROCESS
              OR RANGE-DONE
               SET PIECE-FINISHED TO TRUE
           ELSE
               SET PIECE-FINISHED TO FALSE
           END-IF
           .

       0685-RUN-PIECE-EX.
           EXIT.

      * CREDIT THE RANGE JUST WORKED TO ITS LINE - THE SUMMARY
      * COUNTS LESS THE SNAPSHOT 2000-PROCESS-RANGE TOOK ON THE WAY
      * IN (SO A RESUMED OR ALREADY-COMPLETE RANGE BRINGS ITS
      * FIZZRST COUNTS WITH IT, THE SAME AS THE JOB SUMMARY), AND
      * THE NUMBERS THIS EXECUTION PROCESSED FOR IT.
       0690-POST-LINE-TOTALS.

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               COMPUTE LINE-RULE-ONLY-COUNT (LINE-INDEX, RULE-INDEX) =
                   LINE-RULE-ONLY-COUNT (LINE-INDEX, RULE-INDEX)
                   + RULE-ONLY-COUNT (RULE-INDEX)
                   - RANGE-START-RULE-COUNT (RULE-INDEX)
           END-PERFORM
           COMPUTE LINE-COMBINED-COUNT (LINE-INDEX) =
               LINE-COMBINED-COUNT (LINE-INDEX)
               + COMBINED-COUNT - RANGE-START-COMBINED-COUNT
           COMPUTE LINE-PLAIN-COUNT (LINE-INDEX) =
               LINE-PLAIN-COUNT (LINE-INDEX)
               + PLAIN-COUNT - RANGE-START-PLAIN-COUNT
           COMPUTE LINE-SKIPPED-COUNT (LINE-INDEX) =
               LINE-SKIPPED-COUNT (LINE-INDEX)
               + SKIPPED-COUNT - RANGE-START-SKIPPED-COUNT
           COMPUTE LINE-FIXED-COUNT (LINE-INDEX) =
               LINE-FIXED-COUNT (LINE-INDEX)
               + FIXED-COUNT - RANGE-START-FIXED-COUNT
           COMPUTE LINE-PROCESSED-COUNT (LINE-INDEX) =
               LINE-PROCESSED-COUNT (LINE-INDEX)
               + NUMBERS-PROCESSED - LINE-START-PROCESSED
           .

       0690-POST-LINE-TOTALS-EX.
           EXIT.

      * KEEP THE RESOLVED RULE TABLE AND CONTROL SOURCE ON THE
      * LINE'S ENTRY.
       0692-SAVE-LINE-RULES.

           MOVE RULE-COUNT TO LINE-RULE-COUNT (LINE-INDEX)
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE RULE-DIVISOR (RULE-INDEX)
                   TO LINE-DIVISOR (LINE-INDEX, RULE-INDEX)
               MOVE RULE-WORD (RULE-INDEX)
                   TO LINE-WORD (LINE-INDEX, RULE-INDEX)
               MOVE RULE-TYPE (RULE-INDEX)
                   TO LINE-RULE-TYPE (LINE-INDEX, RULE-INDEX)
               MOVE RULE-BLOCK-FROM (RULE-INDEX)
                   TO LINE-BLOCK-FROM (LINE-INDEX, RULE-INDEX)
               MOVE RULE-BLOCK-TO (RULE-INDEX)
                   TO LINE-BLOCK-TO (LINE-INDEX, RULE-INDEX)
           END-PERFORM
           MOVE CONTROL-SOURCE TO LINE-CONTROL-SOURCE (LINE-INDEX)
           IF CONTROL-OVERRIDE-ACTIVE
               MOVE 'Y' TO LINE-OVERRIDE-SW (LINE-INDEX)
           ELSE
               MOVE 'N' TO LINE-OVERRIDE-SW (LINE-INDEX)
           END-IF
           .

       0692-SAVE-LINE-RULES-EX.
           EXIT.

      * MAKE THE LINE'S RULE TABLE AND CONTROL SOURCE THE LIVE ONES
      * FOR THE RANGE ABOUT TO RUN.
       0694-LOAD-LINE-RULES.

           MOVE LINE-RULE-COUNT (LINE-INDEX) TO RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE LINE-DIVISOR (LINE-INDEX, RULE-INDEX)
                   TO RULE-DIVISOR (RULE-INDEX)
               MOVE LINE-WORD (LINE-INDEX, RULE-INDEX)
                   TO RULE-WORD (RULE-INDEX)
               MOVE LINE-RULE-TYPE (LINE-INDEX, RULE-INDEX)
                   TO RULE-TYPE (RULE-INDEX)
               MOVE LINE-BLOCK-FROM (LINE-INDEX, RULE-INDEX)
                   TO RULE-BLOCK-FROM (RULE-INDEX)
               MOVE LINE-BLOCK-TO (LINE-INDEX, RULE-INDEX)
                   TO RULE-BLOCK-TO (RULE-INDEX)
           END-PERFORM
           MOVE LINE-CONTROL-SOURCE (LINE-INDEX) TO CONTROL-SOURCE
           IF LINE-OVERRIDE-SW (LINE-INDEX) EQUAL 'Y'
               SET CONTROL-OVERRIDE-ACTIVE TO TRUE
           ELSE
               SET CONTROL-OVERRIDE-ACTIVE TO FALSE
           END-IF
           PERFORM 0696-SET-RULE-CREDITS THRU 0696-SET-RULE-CREDITS-EX
           .

       0694-LOAD-LINE-RULES-EX.
           EXIT.

      * WORK OUT ONCE PER RULE TABLE, NOT ONCE PER NUMBER, WHICH
      * RULE EACH RULE'S MATCH IS CREDITED TO AND WHETHER ANY
      * FIXED-VALUE BLOCKS NEED TESTING AT ALL.  A CONTAINS-DIGIT
      * RULE WHOSE WORD AN EARLIER DIVISIBLE-BY OR CONTAINS-DIGIT
      * RULE ALREADY CARRIES CREDITS THE EARLIEST SUCH RULE - 3
      * DIVISIBLE-BY 'Fizz' PLUS 3 CONTAINS-DIGIT 'Fizz' MAKES 13
      * 'Fizz' AND 3 'Fizz', NOT 'FizzFizz', AND BOTH ARE TALLIED
      * UNDER RULE 1.  TWO DIVISIBLE-BY RULES SHARING A WORD STAY
      * SEPARATE RULES, AS THEY ALWAYS WERE.
       0696-SET-RULE-CREDITS.

           MOVE ZERO TO FIXED-RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE RULE-INDEX TO RULE-CREDIT-INDEX (RULE-INDEX)
               IF RULE-INDEX NOT GREATER THAN RULE-COUNT
                   IF RULE-TYPE (RULE-INDEX) EQUAL 'F'
                       ADD 1 TO FIXED-RULE-COUNT
                   END-IF
                   IF RULE-TYPE (RULE-INDEX) EQUAL 'C'
                       PERFORM VARYING CREDIT-INDEX FROM RULE-INDEX
                           BY -1 UNTIL CREDIT-INDEX LESS THAN 1
                           IF RULE-TYPE (CREDIT-INDEX) NOT EQUAL 'F'
                              AND RULE-WORD (CREDIT-INDEX) EQUAL
                                  RULE-WORD (RULE-INDEX)
                               MOVE CREDIT-INDEX
                                   TO RULE-CREDIT-INDEX (RULE-INDEX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       0696-SET-RULE-CREDITS-EX.
           EXIT.

      * LOAD THE COMPLETED FIZZRST RANGES THAT CAN COVER TONIGHT'S
      * WORK, LINE BY LINE.  NO FIZZRST YET MEANS NO COVERAGE.  A
      * LINE RUNNING UNDER THE FIZZCTL CARD NEVER TAKES COVERAGE -
      * THE CARD CARRIES NO EFFECTIVE DATE, SO A RANGE CLASSIFIED
      * UNDER AN EARLIER CARD CANNOT BE TOLD FROM ONE CLASSIFIED
      * UNDER TONIGHT'S.
       0700-LOAD-COVERAGE.

           MOVE ZERO TO COVER-COUNT
           SET COVER-TABLE-FULL TO FALSE
           OPEN INPUT RESTART-FILE
           IF NOT RESTART-FILE-OK
               DISPLAY 'FIZZBUZZ - NO RESTART-FILE TO COALESCE '
                       'AGAINST, STATUS = ' RESTART-FILE-STATUS
               GO TO 0700-LOAD-COVERAGE-EX
           END-IF

           PERFORM VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX GREATER THAN LINE-COUNT
               OR COVER-TABLE-FULL
               IF LINE-CONTROL-SOURCE (LINE-INDEX)
                      NOT EQUAL CONTROL-SOURCE-CARD
                  AND LINE-CONTROL-SOURCE (LINE-INDEX)
                      NOT EQUAL SPACES
                   PERFORM 0710-LOAD-LINE-COVERAGE
                       THRU 0710-LOAD-LINE-COVERAGE-EX
               END-IF
           END-PERFORM

           CLOSE RESTART-FILE
           DISPLAY 'FIZZBUZZ - ' COVER-COUNT ' COMPLETED RANGE(S) '
                   'LOADED FOR COALESCING'
           .

       0700-LOAD-COVERAGE-EX.
           EXIT.

      * BROWSE ONE LINE'S FIZZRST RANGES IN KEY ORDER, KEEPING THE
      * COMPLETE ONES CLASSIFIED UNDER THE CONTROL SOURCE THE LINE
      * RUNS UNDER TONIGHT.
       0710-LOAD-LINE-COVERAGE.

           SET RESTART-AT-EOF TO FALSE
           MOVE LINE-CODE (LINE-INDEX) TO RST-PRODUCT-LINE
           MOVE ZERO TO RST-STARTING-NUMBER
           MOVE ZERO TO RST-ENDING-NUMBER
           START RESTART-FILE KEY IS NOT LESS THAN RST-KEY
               INVALID KEY
                   GO TO 0710-LOAD-LINE-COVERAGE-EX
           END-START

           PERFORM UNTIL RESTART-AT-EOF OR COVER-TABLE-FULL
               READ RESTART-FILE NEXT RECORD
                   AT END
                       SET RESTART-AT-EOF TO TRUE
               END-READ
               IF NOT RESTART-AT-EOF
                   IF NOT RESTART-FILE-OK
                       DISPLAY 'FIZZBUZZ - UNABLE TO READ '
                               'RESTART-FILE, STATUS = '
                               RESTART-FILE-STATUS
                       SET RESTART-AT-EOF TO TRUE
                   ELSE
                       IF RST-PRODUCT-LINE NOT EQUAL
                          LINE-CODE (LINE-INDEX)
                           SET RESTART-AT-EOF TO TRUE
                       ELSE
                           IF RST-RUN-COMPLETE
                              AND RST-CONTROL-SOURCE EQUAL
                                  LINE-CONTROL-SOURCE (LINE-INDEX)
                               PERFORM 0715-ADD-COVER
                                   THRU 0715-ADD-COVER-EX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       0710-LOAD-LINE-COVERAGE-EX.
           EXIT.

       0715-ADD-COVER.

           IF COVER-COUNT EQUAL MAXIMUM-COVERS
               DISPLAY 'FIZZBUZZ - COALESCING TABLE FULL AT '
                       MAXIMUM-COVERS ' RANGES, LATER COMPLETED '
                       'RANGES WILL NOT BE TRIMMED'
               SET COVER-TABLE-FULL TO TRUE
               GO TO 0715-ADD-COVER-EX
           END-IF

           ADD 1 TO COVER-COUNT
           MOVE RST-PRODUCT-LINE TO COVER-PRODUCT-LINE (COVER-COUNT)
           MOVE RST-STARTING-NUMBER TO COVER-FROM (COVER-COUNT)
           MOVE RST-ENDING-NUMBER TO COVER-TO (COVER-COUNT)
           MOVE RST-CONTROL-SOURCE
               TO COVER-CONTROL-SOURCE (COVER-COUNT)
           IF RST-COMPLETE-DATE NUMERIC
               MOVE RST-COMPLETE-DATE
                   TO COVER-COMPLETE-DATE (COVER-COUNT)
           ELSE
               MOVE ZERO TO COVER-COMPLETE-DATE (COVER-COUNT)
           END-IF
           .

       0715-ADD-COVER-EX.
           EXIT.

      * SPLIT THE REQUEST IN WORK-TRANSACTION INTO COVERED SPANS
      * AND NEW PIECES, SWEEPING FROM ITS FIRST NUMBER TO ITS LAST.
       0720-PLAN-REQUEST.

           MOVE ZERO TO PIECE-COUNT
           MOVE ZERO TO TRIM-COUNT
           MOVE ZERO TO REQUEST-TRIMMED-COUNT
           MOVE ZERO TO REQUEST-NEW-COUNT
           MOVE SPACE TO REQUEST-COVER-SOURCE
           MOVE SPACES TO REQUEST-COVER-REQUESTOR
           MOVE ZERO TO REQUEST-COVER-START
           MOVE ZERO TO REQUEST-COVER-END
           MOVE TRX-STARTING-NUMBER TO PLAN-POSITION
           SET PLAN-COMPLETE TO FALSE

           PERFORM UNTIL PLAN-COMPLETE
               PERFORM 0730-PLAN-NEXT-SPAN THRU 0730-PLAN-NEXT-SPAN-EX
           END-PERFORM
           .

       0720-PLAN-REQUEST-EX.
           EXIT.

      * ONE STEP OF THE SWEEP - FROM PLAN-POSITION, EITHER THE
      * LONGEST COVERED SPAN (TRIMMED) OR THE SPAN UP TO THE NEXT
      * COVER (A NEW PIECE).  WHEN EITHER TABLE IS ABOUT TO FILL,
      * THE REST OF THE REQUEST RUNS AS ONE LAST PIECE - A LITTLE
      * REWORK, NEVER A DROPPED NUMBER.
       0730-PLAN-NEXT-SPAN.

           IF PLAN-POSITION GREATER THAN TRX-ENDING-NUMBER
               SET PLAN-COMPLETE TO TRUE
               GO TO 0730-PLAN-NEXT-SPAN-EX
           END-IF

           IF TRIM-COUNT EQUAL MAXIMUM-TRIMS
              OR PIECE-COUNT NOT LESS THAN MAXIMUM-PIECES - 1
               MOVE TRX-ENDING-NUMBER TO PLAN-SPAN-END
               PERFORM 0735-ADD-PIECE THRU 0735-ADD-PIECE-EX
               SET PLAN-COMPLETE TO TRUE
               GO TO 0730-PLAN-NEXT-SPAN-EX
           END-IF

           PERFORM 0740-FIND-COVER THRU 0740-FIND-COVER-EX
           IF COVER-FOUND
               IF FOUND-COVER-TO LESS THAN TRX-ENDING-NUMBER
                   MOVE FOUND-COVER-TO TO PLAN-SPAN-END
               ELSE
                   MOVE TRX-ENDING-NUMBER TO PLAN-SPAN-END
               END-IF
               PERFORM 0737-ADD-TRIM THRU 0737-ADD-TRIM-EX
           ELSE
               PERFORM 0750-FIND-NEXT-COVER-START
                   THRU 0750-FIND-NEXT-COVER-START-EX
               COMPUTE PLAN-SPAN-END = NEXT-COVER-START - 1
               PERFORM 0735-ADD-PIECE THRU 0735-ADD-PIECE-EX
           END-IF

           COMPUTE PLAN-POSITION = PLAN-SPAN-END + 1
           .

       0730-PLAN-NEXT-SPAN-EX.
           EXIT.

       0735-ADD-PIECE.

           ADD 1 TO PIECE-COUNT
           MOVE PLAN-POSITION TO PIECE-FROM (PIECE-COUNT)
           MOVE PLAN-SPAN-END TO PIECE-TO (PIECE-COUNT)
           COMPUTE REQUEST-NEW-COUNT = REQUEST-NEW-COUNT
               + PLAN-SPAN-END - PLAN-POSITION + 1
           .

       0735-ADD-PIECE-EX.
           EXIT.

      * RECORD A TRIMMED SPAN AND WHAT COVERED IT.  THE FIRST ONE
      * BECOMES THE REQUEST'S FIZZRQS COVER POINTER.
       0737-ADD-TRIM.

           ADD 1 TO TRIM-COUNT
           MOVE PLAN-POSITION TO TRIM-FROM (TRIM-COUNT)
           MOVE PLAN-SPAN-END TO TRIM-TO (TRIM-COUNT)
           MOVE FOUND-COVER-SOURCE TO TRIM-COVER-SOURCE (TRIM-COUNT)
           MOVE FOUND-COVER-REQUESTOR
               TO TRIM-COVER-REQUESTOR (TRIM-COUNT)
           MOVE FOUND-COVER-FROM TO TRIM-COVER-FROM (TRIM-COUNT)
           MOVE FOUND-COVER-TO TO TRIM-COVER-TO (TRIM-COUNT)
           MOVE FOUND-COVER-CONTROL-SOURCE
               TO TRIM-COVER-CONTROL-SOURCE (TRIM-COUNT)
           MOVE FOUND-COVER-DATE TO TRIM-COVER-DATE (TRIM-COUNT)
           COMPUTE REQUEST-TRIMMED-COUNT = REQUEST-TRIMMED-COUNT
               + PLAN-SPAN-END - PLAN-POSITION + 1

           IF TRIM-COUNT EQUAL 1
               MOVE FOUND-COVER-SOURCE TO REQUEST-COVER-SOURCE
               MOVE FOUND-COVER-REQUESTOR TO REQUEST-COVER-REQUESTOR
               MOVE FOUND-COVER-FROM TO REQUEST-COVER-START
               MOVE FOUND-COVER-TO TO REQUEST-COVER-END
           END-IF
           .

       0737-ADD-TRIM-EX.
           EXIT.

      * THE COVER HOLDING PLAN-POSITION THAT REACHES FURTHEST - A
      * COMPLETED FIZZRST RANGE OF THE LINE, OR A HIGHER-PRIORITY
      * REQUEST FOR THE LINE THAT HAS ALREADY FINISHED TONIGHT.  ON
      * A TIE THE FIZZRST RANGE IS KEPT.  A DUPLICATE OF THIS VERY
      * REQUEST IS NOT A COVER - IT SHARES THE FIZZRQS RECORD.
       0740-FIND-COVER.

           SET COVER-FOUND TO FALSE
           MOVE ZERO TO FOUND-COVER-TO

           PERFORM VARYING COVER-INDEX FROM 1 BY 1
               UNTIL COVER-INDEX GREATER THAN COVER-COUNT
               IF COVER-PRODUCT-LINE (COVER-INDEX)
                      EQUAL TRX-PRODUCT-LINE
                  AND COVER-FROM (COVER-INDEX)
                      NOT GREATER THAN PLAN-POSITION
                  AND COVER-TO (COVER-INDEX)
                      NOT LESS THAN PLAN-POSITION
                  AND COVER-TO (COVER-INDEX)
                      GREATER THAN FOUND-COVER-TO
                   SET COVER-FOUND TO TRUE
                   MOVE 'R' TO FOUND-COVER-SOURCE
                   MOVE SPACES TO FOUND-COVER-REQUESTOR
                   MOVE COVER-FROM (COVER-INDEX) TO FOUND-COVER-FROM
                   MOVE COVER-TO (COVER-INDEX) TO FOUND-COVER-TO
                   MOVE COVER-CONTROL-SOURCE (COVER-INDEX)
                       TO FOUND-COVER-CONTROL-SOURCE
                   MOVE COVER-COMPLETE-DATE (COVER-INDEX)
                       TO FOUND-COVER-DATE
               END-IF
           END-PERFORM

           PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
               UNTIL PRIOR-INDEX NOT LESS THAN REQUEST-INDEX
               IF REQ-DONE-SW (PRIOR-INDEX) EQUAL 'Y'
                  AND REQ-PRODUCT-LINE (PRIOR-INDEX)
                      EQUAL TRX-PRODUCT-LINE
                  AND REQ-STARTING-NUMBER (PRIOR-INDEX)
                      NOT GREATER THAN PLAN-POSITION
                  AND REQ-ENDING-NUMBER (PRIOR-INDEX)
                      NOT LESS THAN PLAN-POSITION
                  AND REQ-ENDING-NUMBER (PRIOR-INDEX)
                      GREATER THAN FOUND-COVER-TO
                   IF REQ-REQUESTOR (PRIOR-INDEX) NOT EQUAL
                      TRX-REQUESTOR
                      OR REQ-STARTING-NUMBER (PRIOR-INDEX) NOT EQUAL
                         TRX-STARTING-NUMBER
                      OR REQ-ENDING-NUMBER (PRIOR-INDEX) NOT EQUAL
                         TRX-ENDING-NUMBER
                       SET COVER-FOUND TO TRUE
                       MOVE 'Q' TO FOUND-COVER-SOURCE
                       MOVE REQ-REQUESTOR (PRIOR-INDEX)
                           TO FOUND-COVER-REQUESTOR
                       MOVE REQ-STARTING-NUMBER (PRIOR-INDEX)
                           TO FOUND-COVER-FROM
                       MOVE REQ-ENDING-NUMBER (PRIOR-INDEX)
                           TO FOUND-COVER-TO
                       MOVE LINE-CONTROL-SOURCE (LINE-INDEX)
                           TO FOUND-COVER-CONTROL-SOURCE
                       MOVE RUN-DATE-STAMP TO FOUND-COVER-DATE
                   END-IF
               END-IF
           END-PERFORM
           .

       0740-FIND-COVER-EX.
           EXIT.

      * WHERE THE NEXT COVER STARTS PAST PLAN-POSITION, OR ONE PAST
      * THE END OF THE REQUEST WHEN NOTHING FURTHER ON COVERS IT.
       0750-FIND-NEXT-COVER-START.

           COMPUTE NEXT-COVER-START = TRX-ENDING-NUMBER + 1

           PERFORM VARYING COVER-INDEX FROM 1 BY 1
               UNTIL COVER-INDEX GREATER THAN COVER-COUNT
               IF COVER-PRODUCT-LINE (COVER-INDEX)
                      EQUAL TRX-PRODUCT-LINE
                  AND COVER-FROM (COVER-INDEX)
                      GREATER THAN PLAN-POSITION
                  AND COVER-FROM (COVER-INDEX)
                      LESS THAN NEXT-COVER-START
                   MOVE COVER-FROM (COVER-INDEX) TO NEXT-COVER-START
               END-IF
           END-PERFORM

           PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
               UNTIL PRIOR-INDEX NOT LESS THAN REQUEST-INDEX
               IF REQ-DONE-SW (PRIOR-INDEX) EQUAL 'Y'
                  AND REQ-PRODUCT-LINE (PRIOR-INDEX)
                      EQUAL TRX-PRODUCT-LINE
                  AND REQ-STARTING-NUMBER (PRIOR-INDEX)
                      GREATER THAN PLAN-POSITION
                  AND REQ-STARTING-NUMBER (PRIOR-INDEX)
                      LESS THAN NEXT-COVER-START
                   IF REQ-REQUESTOR (PRIOR-INDEX) NOT EQUAL
                      TRX-REQUESTOR
                      OR REQ-STARTING-NUMBER (PRIOR-INDEX) NOT EQUAL
                         TRX-STARTING-NUMBER
                      OR REQ-ENDING-NUMBER (PRIOR-INDEX) NOT EQUAL
                         TRX-ENDING-NUMBER
                       MOVE REQ-STARTING-NUMBER (PRIOR-INDEX)
                           TO NEXT-COVER-START
                   END-IF
               END-IF
           END-PERFORM
           .

       0750-FIND-NEXT-COVER-START-EX.
           EXIT.

      * LOG A TRIMMED REQUEST TO FIZZCOAL - ITS 'R' RECORD, THEN A
      * 'T' RECORD FOR EACH TRIMMED SPAN.  OPENED ON FIRST USE,
      * APPENDING TO EARLIER RUNS THE SAME WAY 0630 TREATS FIZZREJ.
       0760-WRITE-COALESCE-LOG.

           IF NOT COALESCE-LOG-OPEN
               OPEN EXTEND COALESCE-LOG-FILE
               IF NOT COALESCE-LOG-FILE-OK
                   OPEN OUTPUT COALESCE-LOG-FILE
               END-IF
               IF NOT COALESCE-LOG-FILE-OK
                   DISPLAY 'FIZZBUZZ - UNABLE TO OPEN '
                           'COALESCE-LOG-FILE, STATUS = '
                           COALESCE-LOG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 0760-WRITE-COALESCE-LOG-EX
               END-IF
               SET COALESCE-LOG-OPEN TO TRUE
           END-IF

           MOVE SPACES TO COALESCE-LOG-RECORD
           MOVE 'R' TO COAL-RECORD-TYPE
           MOVE RUN-ID TO COAL-RUN-ID
           MOVE RUN-DATE-STAMP TO COAL-RUN-DATE
           MOVE TRX-REQUESTOR TO COAL-REQUESTOR
           MOVE TRX-PRODUCT-LINE TO COAL-PRODUCT-LINE
           MOVE TRX-STARTING-NUMBER TO COAL-STARTING-NUMBER
           MOVE TRX-ENDING-NUMBER TO COAL-ENDING-NUMBER
           MOVE TRX-PRIORITY TO COAL-PRIORITY
           MOVE REQUEST-STATUS-CODE TO COAL-REQUEST-STATUS
           MOVE REQUEST-TRIMMED-COUNT TO COAL-TRIMMED-COUNT
           MOVE REQUEST-NEW-COUNT TO COAL-NEW-COUNT
           MOVE PIECE-COUNT TO COAL-PIECE-COUNT
           MOVE ZERO TO COAL-TRIM-FROM
           MOVE ZERO TO COAL-TRIM-TO
           MOVE ZERO TO COAL-COVER-STARTING-NUMBER
           MOVE ZERO TO COAL-COVER-ENDING-NUMBER
           MOVE ZERO TO COAL-COVER-DATE
           PERFORM 0765-PUT-COALESCE-LOG THRU 0765-PUT-COALESCE-LOG-EX

           PERFORM VARYING TRIM-INDEX FROM 1 BY 1
               UNTIL TRIM-INDEX GREATER THAN TRIM-COUNT
               MOVE 'T' TO COAL-RECORD-TYPE
               MOVE TRIM-FROM (TRIM-INDEX) TO COAL-TRIM-FROM
               MOVE TRIM-TO (TRIM-INDEX) TO COAL-TRIM-TO
               MOVE TRIM-COVER-SOURCE (TRIM-INDEX)
                   TO COAL-COVER-SOURCE
               MOVE TRIM-COVER-REQUESTOR (TRIM-INDEX)
                   TO COAL-COVER-REQUESTOR
               MOVE TRIM-COVER-FROM (TRIM-INDEX)
                   TO COAL-COVER-STARTING-NUMBER
               MOVE TRIM-COVER-TO (TRIM-INDEX)
                   TO COAL-COVER-ENDING-NUMBER
               MOVE TRIM-COVER-CONTROL-SOURCE (TRIM-INDEX)
                   TO COAL-COVER-CONTROL-SOURCE
               MOVE TRIM-COVER-DATE (TRIM-INDEX) TO COAL-COVER-DATE
               PERFORM 0765-PUT-COALESCE-LOG
                   THRU 0765-PUT-COALESCE-LOG-EX
           END-PERFORM
           .

       0760-WRITE-COALESCE-LOG-EX.
           EXIT.

       0765-PUT-COALESCE-LOG.

           WRITE COALESCE-LOG-RECORD
           IF NOT COALESCE-LOG-FILE-OK
               DISPLAY 'FIZZBUZZ - UNABLE TO WRITE COALESCE-LOG-FILE, '
                       'STATUS = ' COALESCE-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       0765-PUT-COALESCE-LOG-EX.
           EXIT.

       2000-PROCESS-RANGE.
           MOVE COMBINED-COUNT TO RANGE-START-COMBINED-COUNT
           MOVE PLAIN-COUNT TO RANGE-START-PLAIN-COUNT
           MOVE SKIPPED-COUNT TO RANGE-START-SKIPPED-COUNT
           MOVE FIXED-COUNT TO RANGE-START-FIXED-COUNT

           PERFORM 0520-READ-RESTART THRU 0520-READ-RESTART-EXIT

       2000-PROCESS-RANGE-EX.
           EXIT.

      * A FIXED-VALUE BLOCK COVERING THE NUMBER DECIDES IT OUTRIGHT
      * - THE FIRST SUCH RULE'S WORD, TALLIED IN THE FIXED-VALUE
      * CLASS.  OTHERWISE TEST THE NUMBER AGAINST EVERY OTHER RULE
      * IN EFFECT, BUILD THE COMBINED WORD FROM EVERY MATCHING RULE
      * IN RULE ORDER, AND TALLY - THE MATCHING RULE'S OWN
      * SINGLE-MATCH COUNT WHEN EXACTLY ONE MATCHED, THE COMBINED
      * COUNT WHEN TWO OR MORE DID, THE PLAIN COUNT WHEN NONE DID.
       1000-PROCESS-NUMBER.

           MOVE SPACES TO CURRENT-RESULT
           MOVE ZERO TO LAST-MATCHED-RULE
           ADD 1 TO NUMBERS-PROCESSED

           PERFORM 1010-CHECK-FIXED-VALUE
               THRU 1010-CHECK-FIXED-VALUE-EX
           IF FIXED-VALUE-RULE NOT EQUAL ZERO
               MOVE RULE-WORD (FIXED-VALUE-RULE) TO CURRENT-RESULT
               ADD 1 TO FIXED-COUNT
           ELSE
               PERFORM 1020-MATCH-RULES THRU 1020-MATCH-RULES-EX
               IF MATCHED-RULE-COUNT EQUAL ZERO
                   MOVE CURRENT-NUMBER TO CURRENT-RESULT
                   ADD 1 TO PLAIN-COUNT
               ELSE
                   MOVE 1 TO RESULT-POINTER
                   PERFORM VARYING RULE-INDEX FROM 1 BY 1
                       UNTIL RULE-INDEX GREATER THAN RULE-COUNT
                       IF RULE-MATCHED-SW (RULE-INDEX) EQUAL 'Y'
                           STRING RULE-WORD (RULE-INDEX)
                                      DELIMITED BY SPACE
                               INTO CURRENT-RESULT
                               WITH POINTER RESULT-POINTER
                           END-STRING
                       END-IF
                   END-PERFORM
                   IF MATCHED-RULE-COUNT EQUAL 1
                       ADD 1 TO RULE-ONLY-COUNT (LAST-MATCHED-RULE)
                   ELSE
                       ADD 1 TO COMBINED-COUNT
                   END-IF
               END-IF
           END-IF

           END-STRING
           .

      * LEAVE FIXED-VALUE-RULE ON THE FIRST FIXED-VALUE RULE WHOSE
      * BLOCK COVERS THE NUMBER, OR ZERO.
       1010-CHECK-FIXED-VALUE.

           MOVE ZERO TO FIXED-VALUE-RULE
           IF FIXED-RULE-COUNT EQUAL ZERO
               GO TO 1010-CHECK-FIXED-VALUE-EX
           END-IF

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-TYPE (RULE-INDEX) EQUAL 'F'
                  AND CURRENT-NUMBER NOT LESS THAN
                      RULE-BLOCK-FROM (RULE-INDEX)
                  AND CURRENT-NUMBER NOT GREATER THAN
                      RULE-BLOCK-TO (RULE-INDEX)
                   MOVE RULE-INDEX TO FIXED-VALUE-RULE
                   IF TEST-88
                       DISPLAY 'TRACE - NUMBER ' CURRENT-NUMBER
                               ' FIXED BY RULE ' RULE-INDEX
                   END-IF
                   GO TO 1010-CHECK-FIXED-VALUE-EX
               END-IF
           END-PERFORM
           .

       1010-CHECK-FIXED-VALUE-EX.
           EXIT.

      * MARK EVERY DIVISIBLE-BY AND CONTAINS-DIGIT RULE THE NUMBER
      * MATCHES AGAINST THE RULE ITS MATCH IS CREDITED TO, THEN
      * COUNT THE MARKED RULES.
       1020-MATCH-RULES.

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               MOVE 'N' TO RULE-MATCHED-SW (RULE-INDEX)
           END-PERFORM
           MOVE ZERO TO FIRST-SIGNIFICANT-DIGIT

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-TYPE (RULE-INDEX) EQUAL 'C'
                   PERFORM 1030-CHECK-DIGIT THRU 1030-CHECK-DIGIT-EX
               END-IF
               IF RULE-TYPE (RULE-INDEX) EQUAL 'D'
                   MOVE RULE-DIVISOR (RULE-INDEX) TO THE-DIVISOR
                   DIVIDE CURRENT-NUMBER BY THE-DIVISOR
                       GIVING THE-QUOTIENT
                       REMAINDER THE-REMAINDER
                   IF TEST-88
                       DISPLAY 'TRACE - NUMBER ' CURRENT-NUMBER
                               ' DIVISOR ' THE-DIVISOR
                               ' QUOTIENT ' THE-QUOTIENT
                               ' REMAINDER ' THE-REMAINDER
                   END-IF
                   IF THE-REMAINDER EQUAL ZERO
                       MOVE 'Y' TO RULE-MATCHED-SW
                                   (RULE-CREDIT-INDEX (RULE-INDEX))
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN RULE-COUNT
               IF RULE-MATCHED-SW (RULE-INDEX) EQUAL 'Y'
                   ADD 1 TO MATCHED-RULE-COUNT
                   MOVE RULE-INDEX TO LAST-MATCHED-RULE
               END-IF
           END-PERFORM
           .

       1020-MATCH-RULES-EX.
           EXIT.

      * CONTAINS-DIGIT - DOES THE RULE'S DIGIT APPEAR AMONG THE
      * NUMBER'S OWN DIGITS.  THE NUMBER IS SPLIT INTO DIGITS ONCE,
      * FOR THE FIRST CONTAINS-DIGIT RULE THAT NEEDS THEM.
       1030-CHECK-DIGIT.

           IF FIRST-SIGNIFICANT-DIGIT EQUAL ZERO
               MOVE CURRENT-NUMBER TO NUMBER-DIGITS
               MOVE 9 TO FIRST-SIGNIFICANT-DIGIT
               PERFORM VARYING DIGIT-INDEX FROM 9 BY -1
                   UNTIL DIGIT-INDEX LESS THAN 1
                   IF NUMBER-DIGIT (DIGIT-INDEX) NOT EQUAL '0'
                       MOVE DIGIT-INDEX TO FIRST-SIGNIFICANT-DIGIT
                   END-IF
               END-PERFORM
           END-IF

           MOVE RULE-DIVISOR (RULE-INDEX) TO RULE-DIGIT
           PERFORM VARYING DIGIT-INDEX FROM FIRST-SIGNIFICANT-DIGIT
               BY 1 UNTIL DIGIT-INDEX GREATER THAN 9
               IF NUMBER-DIGIT (DIGIT-INDEX) EQUAL RULE-DIGIT-CHAR
                   MOVE 'Y' TO RULE-MATCHED-SW
                               (RULE-CREDIT-INDEX (RULE-INDEX))
                   IF TEST-88
                       DISPLAY 'TRACE - NUMBER ' CURRENT-NUMBER
                               ' CONTAINS DIGIT ' RULE-DIGIT
                   END-IF
                   GO TO 1030-CHECK-DIGIT-EX
               END-IF
           END-PERFORM
           .

       1030-CHECK-DIGIT-EX.
           EXIT.

       8000-WRITE-OUTPUT.

           OPEN EXTEND OUTPUT-FILE

       8400-WRITE-KEYED.

      * A RELOAD NEVER TOUCHES THE LIVE CLUSTER - FIZZLKUP AND FZIQ
      * GO ON READING IT WHILE THE RECORDS ACCUMULATE ON FIZZKLD,
      * APPENDED THE SAME WAY AS FIZZOUT SO A RESUBMIT CARRIES ON
      * FROM THE LAST CHECKPOINT.  KEYED-OUTPUT-FILE-OPEN STANDS FOR
      * WHICHEVER OF THE TWO IS IN USE.
           IF RELOAD-MODE
               OPEN EXTEND KEYED-LOAD-FILE
               IF NOT KEYED-LOAD-FILE-OK
                   OPEN OUTPUT KEYED-LOAD-FILE
               END-IF
               IF NOT KEYED-LOAD-FILE-OK
                   DISPLAY 'FIZZBUZZ - UNABLE TO OPEN KEYED-LOAD-FILE, '
                           'STATUS = ' KEYED-LOAD-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 8400-WRITE-KEYED-EX
               END-IF
               SET KEYED-OUTPUT-FILE-OPEN TO TRUE
               GO TO 8400-WRITE-KEYED-EX
           END-IF

           OPEN I-O KEYED-OUTPUT-FILE
           IF NOT KEYED-OUTPUT-FILE-OK
               OPEN OUTPUT KEYED-OUTPUT-FILE
           IF NOT KEYED-OUTPUT-FILE-OPEN
               GO TO 8410-WRITE-KEYED-RECORDS-EX
           END-IF
           IF RELOAD-MODE
               PERFORM 8430-WRITE-LOAD-RECORDS
                   THRU 8430-WRITE-LOAD-RECORDS-EX
               GO TO 8410-WRITE-KEYED-RECORDS-EX
           END-IF

           PERFORM VARYING BUFFER-INDEX FROM 1 BY 1
               UNTIL BUFFER-INDEX GREATER THAN BUFFER-COUNT
               MOVE PRODUCT-LINE TO KEY-PRODUCT-LINE
               MOVE BUFFER-NUMBER (BUFFER-INDEX) TO KEY-CURRENT-NUMBER
               MOVE BUFFER-LINE (BUFFER-INDEX) (25:50) TO KEY-RESULT
               MOVE RUN-ID TO KEY-RUN-ID
               MOVE CONTROL-SOURCE TO KEY-CONTROL-SOURCE
               MOVE RUN-DATE-STAMP TO KEY-CLASSIFIED-DATE
               WRITE KEYED-OUTPUT-RECORD
                   INVALID KEY
                       REWRITE KEYED-OUTPUT-RECORD
                           INVALID KEY
                               DISPLAY 'FIZZBUZZ - UNABLE TO WRITE '
                                       'KEYED-OUTPUT-FILE FOR NUMBER '
                                       KEY-CURRENT-NUMBER ' LINE '
                                       KEY-PRODUCT-LINE
                               MOVE 12 TO RETURN-CODE
                       END-REWRITE
               END-WRITE
       8420-CLOSE-KEYED.

           IF KEYED-OUTPUT-FILE-OPEN
               IF RELOAD-MODE
                   CLOSE KEYED-LOAD-FILE
               ELSE
                   CLOSE KEYED-OUTPUT-FILE
               END-IF
               SET KEYED-OUTPUT-FILE-OPEN TO FALSE
           END-IF
           .
       8420-CLOSE-KEYED-EX.
           EXIT.

      * THE RELOAD FORM OF 8410 - THE SAME RECORD, APPENDED.  KEYS
      * ARRIVE IN RANGE ORDER, NOT KEY ORDER (A TXN WORKLIST, OR A
      * RESUBMIT REPEATING THE NUMBERS PAST THE LAST CHECKPOINT), SO
      * FIZZLJOB SORTS THE FILE BEFORE FIZZKRLD MERGES IT.
       8430-WRITE-LOAD-RECORDS.

           PERFORM VARYING BUFFER-INDEX FROM 1 BY 1
               UNTIL BUFFER-INDEX GREATER THAN BUFFER-COUNT
               MOVE PRODUCT-LINE TO KLD-PRODUCT-LINE
               MOVE BUFFER-NUMBER (BUFFER-INDEX) TO KLD-CURRENT-NUMBER
               MOVE BUFFER-LINE (BUFFER-INDEX) (25:50) TO KLD-RESULT
               MOVE RUN-ID TO KLD-RUN-ID
               MOVE CONTROL-SOURCE TO KLD-CONTROL-SOURCE
               MOVE RUN-DATE-STAMP TO KLD-CLASSIFIED-DATE
               WRITE KEYED-LOAD-RECORD
               IF NOT KEYED-LOAD-FILE-OK
                   DISPLAY 'FIZZBUZZ - UNABLE TO WRITE '
                           'KEYED-LOAD-FILE, STATUS = '
                           KEYED-LOAD-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-PERFORM
           .

       8430-WRITE-LOAD-RECORDS-EX.
           EXIT.

       8100-CHECKPOINT.

           ADD 1 TO CHECKPOINT-COUNT
               THRU 8610-WRITE-EXTRACT-RECORDS-EX
           MOVE ZERO TO BUFFER-COUNT

           MOVE PRODUCT-LINE TO RST-PRODUCT-LINE
           MOVE ORIGINAL-STARTING-NUMBER TO RST-STARTING-NUMBER
           MOVE ENDING-NUMBER TO RST-ENDING-NUMBER
           MOVE CURRENT-NUMBER TO RST-CURRENT-NUMBER
               PLAIN-COUNT - RANGE-START-PLAIN-COUNT
           COMPUTE RST-SKIPPED-COUNT =
               SKIPPED-COUNT - RANGE-START-SKIPPED-COUNT
           COMPUTE RST-FIXED-COUNT =
               FIXED-COUNT - RANGE-START-FIXED-COUNT
           .

       8130-SET-RESTART-COUNTS-EX.
           EXIT.

      * THE LINEAGE GOES ON WITH EVERY CHECKPOINT - A NEW OR
      * RECLASSIFIED RANGE TAKES THIS RUN AS ITS FIRST, AND WHOEVER
      * WROTE THE LATEST KEYS IS ALWAYS THE LAST.  A RESUMED RANGE
      * KEEPS THE FIRST RUN-ID IT WAS READ WITH (RANGE-FIRST-RUN-ID,
      * SET IN 0520-READ-RESTART).
       8110-WRITE-RESTART-RECORD.

           IF NOT RESTART-FILE-AVAILABLE
               GO TO 8110-WRITE-RESTART-RECORD-EX
           END-IF

           MOVE RANGE-FIRST-RUN-ID TO RST-FIRST-RUN-ID
           MOVE RUN-ID TO RST-LAST-RUN-ID
           MOVE CONTROL-SOURCE TO RST-CONTROL-SOURCE

           IF RESTART-RECORD-EXISTS
               REWRITE RESTART-RECORD
                   INVALID KEY

       8200-RUN-COMPLETE.

           MOVE PRODUCT-LINE TO RST-PRODUCT-LINE
           MOVE ORIGINAL-STARTING-NUMBER TO RST-STARTING-NUMBER
           MOVE ENDING-NUMBER TO RST-ENDING-NUMBER
           MOVE ENDING-NUMBER TO RST-CURRENT-NUMBER
       8200-RUN-COMPLETE-EXIT.
           EXIT.

      * ONE BLOCK OF COUNTS PER PRODUCT LINE, UNDER THAT LINE'S
      * OWN RULE WORDS.
       8300-DISPLAY-SUMMARY.

           DISPLAY 'FIZZBUZZ - RUN SUMMARY'
           PERFORM VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX GREATER THAN LINE-COUNT
               PERFORM 8310-DISPLAY-LINE-SUMMARY
                   THRU 8310-DISPLAY-LINE-SUMMARY-EX
           END-PERFORM
           .

       8300-DISPLAY-SUMMARY-EX.
           EXIT.

       8310-DISPLAY-LINE-SUMMARY.

           DISPLAY '  PRODUCT LINE    = ' LINE-CODE (LINE-INDEX)
                   ' UNDER ' LINE-CONTROL-SOURCE (LINE-INDEX)
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN
                     LINE-RULE-COUNT (LINE-INDEX)
               DISPLAY '    ' LINE-WORD (LINE-INDEX, RULE-INDEX)
                       ' ONLY = '
                       LINE-RULE-ONLY-COUNT (LINE-INDEX, RULE-INDEX)
           END-PERFORM
           DISPLAY '    COMBINED COUNT  = '
                   LINE-COMBINED-COUNT (LINE-INDEX)
           DISPLAY '    FIXED-VALUE     = '
                   LINE-FIXED-COUNT (LINE-INDEX)
           DISPLAY '    PLAIN COUNT     = '
                   LINE-PLAIN-COUNT (LINE-INDEX)
           DISPLAY '    SKIPPED COUNT   = '
                   LINE-SKIPPED-COUNT (LINE-INDEX)
           .

       8310-DISPLAY-LINE-SUMMARY-EX.
           EXIT.

      * OPEN THE DELIMITED EXTRACT FRESH FOR THIS RUN AND WRITE THE
      * HEADER RECORD IDENTIFYING IT.  THE TRANSFER PICKS UP ONE
      * BALANCED FILE PER RUN - APPENDING ACROSS RUNS WOULD PUT MORE
           EXIT.

      * ONE DETAIL RECORD PER BUFFERED RESULT - NUMBER,
      * CLASSIFICATION, RUN DATE, THE RANGE THE NUMBER BELONGS TO,
      * AND ITS PRODUCT LINE, SEMICOLON DELIMITED.  THE LINE GOES
      * LAST SO NO EXISTING FIELD MOVES FOR THE RECEIVING SIDE.
      * PERFORMED IN THE SAME FLUSH AS FIZZOUT AND FIZZKEY SO THE
      * EXTRACT CARRIES EXACTLY WHAT THE RUN ARCHIVED.
       8610-WRITE-EXTRACT-RECORDS.

           IF NOT EXTRACT-FILE-OPEN
                      ORIGINAL-STARTING-NUMBER DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      ENDING-NUMBER DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      PRODUCT-LINE DELIMITED BY SPACE
                      INTO EXTRACT-WORK-LINE
               END-STRING
               PERFORM 8630-WRITE-EXTRACT-LINE
       8630-WRITE-EXTRACT-LINE-EX.
           EXIT.

      * ONE DURABLE AUDIT RECORD PER PRODUCT LINE THE EXECUTION
      * WORKED, GOOD OR BAD - THE LINE'S PARAMETERS AS RESOLVED FOR
      * THIS RUN, ITS FINAL COUNTS AND PROCESSED COUNT, AND THE
      * RETURN-CODE THE RUN IS ABOUT TO END WITH.  THE RECORDS OF
      * ONE EXECUTION SHARE ITS RUN-ID AND ARE WRITTEN TOGETHER.  AN
      * EXECUTION THAT WORKED NO LINE AT ALL (BAD ARGUMENTS, AN
      * EMPTY OR ALL-REJECTED WORKLIST) STILL WRITES ONE RECORD,
      * WITH A BLANK LINE.  APPENDED TO FIZZHIST SO THE ANSWER TO
      * "WHAT WAS THE MARCH 3RD RUN USING" NO LONGER DEPENDS ON A
      * RETAINED SYSOUT.
       8500-WRITE-HISTORY.

           OPEN EXTEND RUN-HISTORY-FILE
               GO TO 8500-WRITE-HISTORY-EX
           END-IF

           IF LINE-COUNT EQUAL ZERO
               MOVE SPACES TO PRODUCT-LINE
               PERFORM 0560-ADD-LINE-ENTRY THRU 0560-ADD-LINE-ENTRY-EX
               PERFORM 0692-SAVE-LINE-RULES
                   THRU 0692-SAVE-LINE-RULES-EX
               PERFORM 0690-POST-LINE-TOTALS
                   THRU 0690-POST-LINE-TOTALS-EX
           END-IF

           PERFORM VARYING LINE-INDEX FROM 1 BY 1
               UNTIL LINE-INDEX GREATER THAN LINE-COUNT
               PERFORM 8510-WRITE-LINE-HISTORY
                   THRU 8510-WRITE-LINE-HISTORY-EX
           END-PERFORM

           CLOSE RUN-HISTORY-FILE
           .

       8500-WRITE-HISTORY-EX.
           EXIT.

       8510-WRITE-LINE-HISTORY.

           MOVE SPACES TO RUN-HISTORY-RECORD
           MOVE RUN-DATE-STAMP TO HIST-RUN-DATE
           MOVE RUN-TIME-STAMP TO HIST-RUN-TIME
           MOVE RUN-ID TO HIST-RUN-ID
           MOVE LINE-CODE (LINE-INDEX) TO HIST-PRODUCT-LINE
           IF BATCH-MODE
               IF REPROCESS-MODE
                   MOVE 'REJ' TO HIST-RUN-MODE
               END-IF
               MOVE ZERO TO HIST-TXN-RANGE-COUNT
           END-IF
           MOVE LINE-OVERRIDE-SW (LINE-INDEX) TO HIST-CONTROL-OVERRIDE
           MOVE LINE-RULE-COUNT (LINE-INDEX) TO HIST-RULE-COUNT
           PERFORM VARYING RULE-INDEX FROM 1 BY 1
               UNTIL RULE-INDEX GREATER THAN MAXIMUM-RULES
               MOVE LINE-DIVISOR (LINE-INDEX, RULE-INDEX)
                   TO HIST-DIVISOR (RULE-INDEX)
               MOVE LINE-WORD (LINE-INDEX, RULE-INDEX)
                   TO HIST-WORD (RULE-INDEX)
               MOVE LINE-RULE-ONLY-COUNT (LINE-INDEX, RULE-INDEX)
                   TO HIST-RULE-ONLY-COUNT (RULE-INDEX)
           END-PERFORM
           MOVE LINE-COMBINED-COUNT (LINE-INDEX) TO HIST-COMBINED-COUNT
           MOVE LINE-PLAIN-COUNT (LINE-INDEX) TO HIST-PLAIN-COUNT
           MOVE RETURN-CODE TO HIST-RETURN-CODE
           MOVE LINE-SKIPPED-COUNT (LINE-INDEX) TO HIST-SKIPPED-COUNT
           MOVE LINE-PROCESSED-COUNT (LINE-INDEX)
               TO HIST-PROCESSED-COUNT
           MOVE LINE-FIXED-COUNT (LINE-INDEX) TO HIST-FIXED-COUNT
           ACCEPT HIST-END-TIME FROM TIME END-ACCEPT

           WRITE RUN-HISTORY-RECORD
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

       8510-WRITE-LINE-HISTORY-EX.
           EXIT.

       9999-END.
