      *            THEM BROKE WHEN THE KEY WIDENED TO NINE DIGITS.
      *            THIS SUBPROGRAM IS NOW THE ONE PLACE THAT KNOWS THE
      *            KEYED-OUTPUT-RECORD LAYOUT - CALLERS PASS A NUMBER
      *            AND GET BACK THE 50-BYTE CLASSIFICATION, ITS
      *            LINEAGE, AND A STATUS.  THE CLUSTER IS OPENED ON
      *            THE FIRST LOOKUP AND STAYS OPEN ACROSS CALLS; CALL
      *            WITH THE CLOSE FUNCTION ONCE, AT END OF JOB STEP.
      *
      * USAGE:     CALL 'FIZZLKUP' USING LKUP-PARAMETERS
      *
      *                05  LKUP-NUMBER     PIC 9(09).
      *                05  LKUP-RESULT     PIC X(50).
      *                05  LKUP-STATUS     PIC X(02).
      *                05  LKUP-RUN-ID     PIC X(17).
      *                05  LKUP-CONTROL-SOURCE PIC X(08).
      *                05  LKUP-CLASSIFIED-DATE PIC 9(08).
      *                05  LKUP-PRODUCT-LINE PIC X(04).
      *
      *            LKUP-PRODUCT-LINE IS SET BY THE CALLER - EACH
      *            PRODUCT LINE CLASSIFIES THE SAME NUMBER UNDER ITS
      *            OWN RULES, SO A LOOKUP IS FOR ONE LINE'S KEY.
      *            SPACES MEAN THE BASE LINE.
      *
      *            ON A '00' THE LINEAGE FIELDS SAY WHICH RUN WROTE
      *            THE CLASSIFICATION (ITS HIST-RUN-ID), THE CONTROL
      *            SOURCE IT RAN UNDER (THE FIZZCTM EFFECTIVE-FROM
      *            DATE, 'CARD', OR 'DEFAULT'), AND THE DATE IT WAS
      *            CLASSIFIED.  A KEY WRITTEN BEFORE LINEAGE WAS
      *            STAMPED RETURNS SPACES/ZERO.  ON ANY OTHER STATUS
      *            THEY ARE SPACES/ZERO.
      *
      *            LKUP-STATUS SETTINGS:
      *                '00'  FOUND - LKUP-RESULT HOLDS THE
      *                     RESERVED BLOCK, AND CALLERS MUST BE ABLE
      *                     TO TELL THAT FROM A RANGE THAT SIMPLY
      *                     HAS NOT RUN YET.
      *   15 OCT 2026  RJP  RETURN EACH KEY'S LINEAGE - LKUP-RUN-ID,
      *                     LKUP-CONTROL-SOURCE, AND
      *                     LKUP-CLASSIFIED-DATE - BEHIND LKUP-STATUS,
      *                     FROM THE FIELDS FIZZBUZZ.CBL NOW STAMPS ON
      *                     FIZZKEY (59 TO 92 BYTES).  THE PARAMETER
      *                     AREA GROWS 62 TO 95 BYTES - EVERY CALLER
      *                     MUST BE RECOMPILED WITH THE NEW LAYOUT.
      *   15 OCT 2026  RJP  LOOK UP BY PRODUCT LINE - LKUP-PRODUCT-LINE
      *                     (SPACES MEAN BASE) IS APPENDED TO THE
      *                     PARAMETER AREA, 95 TO 99 BYTES, AND FORMS
      *                     THE FRONT OF THE FIZZKEY KEY.  EVERY CALLER
      *                     MUST BE RECOMPILED WITH THE NEW LAYOUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIZZLKUP.
           SELECT KEYED-OUTPUT-FILE ASSIGN TO FIZZKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEY-RECORD-KEY
               FILE STATUS IS KEYED-OUTPUT-FILE-STATUS.

       DATA DIVISION.
      * FIZZBUZZ.CBL.
       FD  KEYED-OUTPUT-FILE.
       01  KEYED-OUTPUT-RECORD.
           05  KEY-RECORD-KEY.
               10  KEY-PRODUCT-LINE PIC X(04).
               10  KEY-CURRENT-NUMBER PIC 9(9).
           05  KEY-RESULT          PIC X(50).
           05  KEY-RUN-ID          PIC X(17).
           05  KEY-CONTROL-SOURCE  PIC X(08).
           05  KEY-CLASSIFIED-DATE PIC 9(08).

       WORKING-STORAGE SECTION.
       01  FILLER.
           05  LKUP-NUMBER         PIC 9(09).
           05  LKUP-RESULT         PIC X(50).
           05  LKUP-STATUS         PIC X(02).
           05  LKUP-RUN-ID         PIC X(17).
           05  LKUP-CONTROL-SOURCE PIC X(08).
           05  LKUP-CLASSIFIED-DATE PIC 9(08).
           05  LKUP-PRODUCT-LINE   PIC X(04).

       PROCEDURE DIVISION USING LKUP-PARAMETERS.


           IF NOT LKUP-DO-LOOKUP
               MOVE SPACES TO LKUP-RESULT
               MOVE SPACES TO LKUP-RUN-ID
               MOVE SPACES TO LKUP-CONTROL-SOURCE
               MOVE ZERO TO LKUP-CLASSIFIED-DATE
               MOVE '99' TO LKUP-STATUS
               GOBACK
           END-IF
       1000-LOOK-UP-NUMBER.

           MOVE SPACES TO LKUP-RESULT
           MOVE SPACES TO LKUP-RUN-ID
           MOVE SPACES TO LKUP-CONTROL-SOURCE
           MOVE ZERO TO LKUP-CLASSIFIED-DATE

           IF NOT EXCLUSIONS-LOADED
               PERFORM 1500-LOAD-EXCLUSIONS
               SET LOOKUP-FILE-OPEN TO TRUE
           END-IF

           IF LKUP-PRODUCT-LINE EQUAL SPACES
               MOVE 'BASE' TO KEY-PRODUCT-LINE
           ELSE
               MOVE LKUP-PRODUCT-LINE TO KEY-PRODUCT-LINE
           END-IF
           MOVE LKUP-NUMBER TO KEY-CURRENT-NUMBER
           READ KEYED-OUTPUT-FILE
               INVALID KEY
           END-IF

           MOVE KEY-RESULT TO LKUP-RESULT
           MOVE KEY-RUN-ID TO LKUP-RUN-ID
           MOVE KEY-CONTROL-SOURCE TO LKUP-CONTROL-SOURCE
           IF KEY-CLASSIFIED-DATE NUMERIC
               MOVE KEY-CLASSIFIED-DATE TO LKUP-CLASSIFIED-DATE
           END-IF
           MOVE '00' TO LKUP-STATUS
           .

