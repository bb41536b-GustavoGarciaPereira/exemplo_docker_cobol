       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWPRTMRG.
      *****************************************************
      * HWPRTMRG - partition merge and proof.
      * Runs after every stream's HELLOJOB has finished
      * its piece of an HWPRTPLN plan. HWCOUNT is the
      * concatenation of the piece streams' COUNTOUT
      * files, in any order; they are SORTed on CONTADOR
      * in the master card's direction into one sequenced
      * day file (HWMRGOUT, COUNT-RECORD layout, every
      * record keeping the stream and run id that produced
      * it) for HWEXTRCT and HWMSTLD to take instead of
      * the separate stream files.
      * The same HWPLNCTL card the planner split is read
      * again and the pieces worked out the same way, and
      * the sequenced file is walked against the master
      * range value by value:
      *   - every value from the master start to its final
      *     value, one stride apart, must be present once:
      *     a missing run of values is a GAP, a value seen
      *     twice is an OVERLAP
      *   - each seam between two pieces is reported
      *     CLOSED only when the last value of one piece and
      *     the first of the next are both there, once each
      *   - a value must come from the stream its piece was
      *     planned for (a crossed or mis-edited deck), lie
      *     inside the master range, fall on the master
      *     stride, and carry the live business date
      *   - each piece's record count is held against the
      *     values planned for it
      *   - the merged record count is reconciled against
      *     the master card's expected total
      * Anything short of an exact cover fails the merge
      * so the extract and run-master load steps stand
      * down; a failure is also logged on HWEXCLOG.
      * RETURN-CODE: 0 merge proven, 8 merge failed (or
      * no usable card or business date), 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-CARD-FILE ASSIGN TO HWPLNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.
           SELECT COUNT-DATA-FILE ASSIGN TO HWCOUNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.
           SELECT MERGED-COUNT-FILE ASSIGN TO HWMRGOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-STATUS.
           SELECT MERGE-SORT-FILE ASSIGN TO PRTMSWK1.
           SELECT BUSINESS-DATE-FILE ASSIGN TO HWBUSDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT MERGE-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-CARD-FILE.
           COPY PARTCARD.
       FD  COUNT-DATA-FILE.
           COPY COUNTREC.
       FD  MERGED-COUNT-FILE.
       01  MERGED-COUNT-RECORD.
           05 MG-RUN-DATE               PIC 9(8).
           05 MG-RUN-ID                 PIC X(8).
           05 MG-CONTADOR               PIC 9(6).
           05 MG-STREAM                 PIC X(2).
       SD  MERGE-SORT-FILE.
       01  MERGE-SORT-RECORD.
           05 KM-RUN-DATE               PIC 9(8).
           05 KM-RUN-ID                 PIC X(8).
           05 KM-CONTADOR               PIC 9(6).
           05 KM-STREAM                 PIC X(2).
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       FD  MERGE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       WORKING-STORAGE SECTION.
       01 WS-PLN-STATUS                 PIC XX VALUE SPACES.
       01 WS-CNT-STATUS                 PIC XX VALUE SPACES.
       01 WS-MRG-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-DATE                   PIC 9(8) VALUE 0.
       01 WS-EXC-TIME                   PIC 9(8) VALUE 0.
       01 WS-EXC-SEVERITY               PIC X VALUE 'E'.
       01 WS-EXC-CODE                   PIC X(8) VALUE SPACES.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-MRG-EOF-SWITCH             PIC X VALUE 'N'.
           88 MRG-AT-EOF                VALUE 'Y'.
       01 WS-BUS-EOF-SWITCH             PIC X VALUE 'N'.
           88 BUS-AT-EOF                VALUE 'Y'.
       01 WS-BUSINESS-DATE-SWITCH       PIC X VALUE 'N'.
           88 BUSINESS-DATE-FOUND       VALUE 'Y'.
       01 WS-CARD-FOUND-SWITCH          PIC X VALUE 'N'.
           88 PLAN-CARD-FOUND           VALUE 'Y'.
       01 WS-SEEN-SWITCH                PIC X VALUE 'N'.
           88 VALUE-SEEN                VALUE 'Y'.
       01 WS-VALUE-SWITCH               PIC X VALUE 'N'.
           88 VALUE-ON-RANGE            VALUE 'Y'.
       01 WS-UNLISTED-SWITCH            PIC X VALUE 'N'.
           88 EXCEPTIONS-UNLISTED       VALUE 'Y'.
       01 WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01 WS-CARD-ERROR                 PIC X(40) VALUE SPACES.
       01 WS-START-VALUE                PIC 9(6) VALUE 0.
       01 WS-END-VALUE                  PIC 9(6) VALUE 0.
       01 WS-DIRECTION                  PIC X VALUE 'A'.
       01 WS-STEP-VALUE                 PIC 9(6) VALUE 1.
       01 WS-EXPECTED-TOTAL             PIC 9(6) VALUE 0.
       01 WS-FINAL-VALUE                PIC 9(6) VALUE 0.
       01 WS-RANGE-VALUES               PIC 9(8) VALUE 0.
       01 WS-RANGE-SPAN                 PIC 9(8) COMP VALUE 0.
       01 WS-WHOLE-STEPS                PIC 9(8) COMP VALUE 0.
       01 WS-PIECE-BASE                 PIC 9(8) COMP VALUE 0.
       01 WS-PIECE-EXTRA                PIC 9(4) COMP VALUE 0.
       01 WS-NEXT-INDEX                 PIC 9(8) COMP VALUE 0.
       01 WS-CHECK-STREAM               PIC X(2) VALUE SPACES.
       01 WS-REC-STREAM                 PIC X(2) VALUE SPACES.
       01 WS-LX                         PIC 9(4) COMP VALUE 0.
       01 WS-PIECE-MAX                  PIC 9(4) COMP VALUE 4.
       01 WS-PIECE-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-PX                         PIC 9(4) COMP VALUE 0.
       01 WS-QX                         PIC 9(4) COMP VALUE 0.
       01 WS-PIECE-TABLE.
           05 WS-PIECE-ENTRY OCCURS 4 TIMES.
               10 PE-STREAM             PIC X(2).
               10 PE-FIRST-INDEX        PIC 9(8).
               10 PE-LAST-INDEX         PIC 9(8).
               10 PE-START-VALUE        PIC 9(6).
               10 PE-FINAL-VALUE        PIC 9(6).
               10 PE-VALUES             PIC 9(8).
               10 PE-RECEIVED           PIC 9(8).
               10 PE-SEAM-GAP-SWITCH    PIC X.
                   88 PE-SEAM-GAP       VALUE 'Y'.
               10 PE-SEAM-OVER-SWITCH   PIC X.
                   88 PE-SEAM-OVERLAP   VALUE 'Y'.
       01 WS-VALUE-OFFSET               PIC 9(8) COMP VALUE 0.
       01 WS-VALUE-INDEX                PIC 9(8) COMP VALUE 0.
       01 WS-STEP-REMAINDER             PIC 9(8) COMP VALUE 0.
       01 WS-LAST-INDEX                 PIC 9(8) COMP VALUE 0.
       01 WS-GAP-FROM                   PIC 9(8) COMP VALUE 0.
       01 WS-GAP-TO                     PIC 9(8) COMP VALUE 0.
       01 WS-CALC-INDEX                 PIC 9(8) COMP VALUE 0.
       01 WS-CALC-VALUE                 PIC 9(6) VALUE 0.
       01 WS-RECORDS-MERGED             PIC 9(8) VALUE 0.
       01 WS-DISTINCT-VALUES            PIC 9(8) VALUE 0.
       01 WS-HASH-TOTAL                 PIC 9(12) VALUE 0.
       01 WS-GAP-VALUES                 PIC 9(8) VALUE 0.
       01 WS-OVERLAP-VALUES             PIC 9(8) VALUE 0.
       01 WS-CROSSED-VALUES             PIC 9(8) VALUE 0.
       01 WS-OUTSIDE-VALUES             PIC 9(8) VALUE 0.
       01 WS-OFFSTEP-VALUES             PIC 9(8) VALUE 0.
       01 WS-DATE-ERRORS                PIC 9(8) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS           PIC 9(8) VALUE 0.
       01 WS-LISTED-MAX                 PIC 9(4) COMP VALUE 200.
       01 WS-LISTED-COUNT               PIC 9(4) COMP VALUE 0.
       01 WS-FINAL-RC                   PIC 9(4) COMP VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-DD                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-YYYY               PIC 9(4).
       01 WS-HEADING-1                  PIC X(80).
       01 WS-DETAIL-LINE                PIC X(80).
       01 WS-PIECE-DISPLAY              PIC 9.
       01 WS-PIECE-DISPLAY-2            PIC 9.
       01 WS-DATE-DISPLAY               PIC 9(8).
       01 WS-VALUE-DISPLAY              PIC 9(6).
       01 WS-VALUE-DISPLAY-2            PIC 9(6).
       01 WS-STEP-DISPLAY               PIC 9(6).
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-COUNT-DISPLAY-2            PIC 9(8).
       01 WS-HASH-DISPLAY               PIC 9(12).
       01 WS-RC-DISPLAY                 PIC 9(4).
       01 WS-SEAM-STATUS                PIC X(15).
       01 WS-PIECE-STATUS               PIC X(8).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-MERGE
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-PARTITION-CARD
           IF PLAN-CARD-FOUND
               PERFORM EDIT-PARTITION-CARD
               IF WS-CARD-ERROR = SPACES
                   PERFORM LOAD-PLAN-STREAMS
               END-IF
               IF WS-CARD-ERROR = SPACES
                   PERFORM PROJECT-MASTER-RANGE
               END-IF
           END-IF
           IF PLAN-CARD-FOUND AND WS-CARD-ERROR = SPACES
               AND BUSINESS-DATE-FOUND
               PERFORM SPLIT-MASTER-RANGE
               PERFORM WRITE-MASTER-RANGE
               PERFORM SORT-PIECE-COUNTS
               PERFORM WALK-MERGED-FILE
               PERFORM WRITE-PIECE-LINES
               PERFORM WRITE-SEAM-LINES
               PERFORM WRITE-MERGE-TOTALS
           ELSE
               PERFORM REPORT-MERGE-REFUSED
           END-IF
           PERFORM WRITE-MERGE-VERDICT
           CLOSE MERGE-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-MERGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT MERGE-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWPRTMRG ABEND: MERGE-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWPRTMRG - PARTITION MERGE AND PROOF  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * The pieces all ran under the live business date; a
      * COUNTOUT left over from another day is caught by it.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUS-STATUS NOT = "00"
               SET BUS-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL BUS-AT-EOF
               READ BUSINESS-DATE-FILE
                   AT END
                       SET BUS-AT-EOF TO TRUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           AND BD-BUSINESS-DATE > 0
                           SET BUSINESS-DATE-FOUND TO TRUE
                           MOVE BD-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BUS-STATUS = "00"
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF BUSINESS-DATE-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BUSINESS-DATE TO WS-DATE-DISPLAY
               STRING "BUSINESS DATE   : " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       READ-PARTITION-CARD.
           OPEN INPUT PLAN-CARD-FILE
           IF WS-PLN-STATUS NOT = "35"
               IF WS-PLN-STATUS NOT = "00"
                   DISPLAY "HWPRTMRG ABEND: PARTITION CARD OPEN "
                       "FAILED - STATUS " WS-PLN-STATUS
                   CLOSE MERGE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PLAN-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET PLAN-CARD-FOUND TO TRUE
               END-READ
               CLOSE PLAN-CARD-FILE
           END-IF
           IF PLAN-CARD-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "CARD            : " DELIMITED BY SIZE
                   PARTITION-CARD-RECORD DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

      * The planner's edits - a card HWPRTPLN would have refused
      * never produced decks, so there is nothing to prove.
       EDIT-PARTITION-CARD.
           IF PC-STEP-VALUE = SPACES
               MOVE 1 TO WS-STEP-VALUE
           ELSE
               MOVE PC-STEP-VALUE TO WS-STEP-VALUE
           END-IF
           EVALUATE TRUE
               WHEN PC-START-VALUE IS NOT NUMERIC
                   OR PC-END-VALUE IS NOT NUMERIC
                   OR PC-EXPECTED-TOTAL IS NOT NUMERIC
                   MOVE "START/END/TOTAL NOT NUMERIC"
                       TO WS-CARD-ERROR
               WHEN NOT PC-DIR-ASCENDING
                   AND NOT PC-DIR-DESCENDING
                   MOVE "DIRECTION NOT 'A'/'D'/BLANK"
                       TO WS-CARD-ERROR
               WHEN WS-STEP-VALUE IS NOT NUMERIC
                   MOVE "STEP NOT NUMERIC" TO WS-CARD-ERROR
               WHEN WS-STEP-VALUE = 0
                   MOVE "STEP OF ZERO NEVER ADVANCES"
                       TO WS-CARD-ERROR
               WHEN PC-DIR-DESCENDING
                   AND PC-START-VALUE < PC-END-VALUE
                   MOVE "DESCENDING START BELOW END"
                       TO WS-CARD-ERROR
               WHEN PC-DIR-ASCENDING
                   AND PC-START-VALUE > PC-END-VALUE
                   MOVE "START EXCEEDS END" TO WS-CARD-ERROR
               WHEN PC-EXPECTED-TOTAL = 0
                   MOVE "EXPECTED TOTAL MISSING" TO WS-CARD-ERROR
               WHEN OTHER
                   MOVE PC-START-VALUE TO WS-START-VALUE
                   MOVE PC-END-VALUE TO WS-END-VALUE
                   MOVE PC-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
                   IF PC-DIR-DESCENDING
                       MOVE 'D' TO WS-DIRECTION
                   ELSE
                       MOVE 'A' TO WS-DIRECTION
                   END-IF
           END-EVALUATE.

      * Blank list entries are passed over, as the planner
      * passes them, so piece n here is piece n there.
       LOAD-PLAN-STREAMS.
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-PIECE-MAX
               OR WS-CARD-ERROR NOT = SPACES
               IF PC-STREAM(WS-LX) NOT = SPACES
                   MOVE PC-STREAM(WS-LX) TO WS-CHECK-STREAM
                   PERFORM VARYING WS-QX FROM 1 BY 1
                       UNTIL WS-QX > WS-PIECE-COUNT
                       IF PE-STREAM(WS-QX) = WS-CHECK-STREAM
                           STRING "STREAM " DELIMITED BY SIZE
                               WS-CHECK-STREAM DELIMITED BY SIZE
                               " LISTED TWICE" DELIMITED BY SIZE
                               INTO WS-CARD-ERROR
                           END-STRING
                       END-IF
                   END-PERFORM
                   IF WS-CARD-ERROR = SPACES
                       ADD 1 TO WS-PIECE-COUNT
                       MOVE WS-CHECK-STREAM
                           TO PE-STREAM(WS-PIECE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CARD-ERROR = SPACES AND WS-PIECE-COUNT = 0
               MOVE "NO STREAMS LISTED" TO WS-CARD-ERROR
           END-IF.

      * Worked exactly as HWPRTPLN works it.
       PROJECT-MASTER-RANGE.
           IF WS-DIRECTION = 'D'
               COMPUTE WS-RANGE-SPAN = WS-START-VALUE - WS-END-VALUE
               COMPUTE WS-WHOLE-STEPS = WS-RANGE-SPAN / WS-STEP-VALUE
               COMPUTE WS-FINAL-VALUE = WS-START-VALUE
                   - (WS-WHOLE-STEPS * WS-STEP-VALUE)
           ELSE
               COMPUTE WS-RANGE-SPAN = WS-END-VALUE - WS-START-VALUE
               COMPUTE WS-WHOLE-STEPS = WS-RANGE-SPAN / WS-STEP-VALUE
               COMPUTE WS-FINAL-VALUE = WS-START-VALUE
                   + (WS-WHOLE-STEPS * WS-STEP-VALUE)
           END-IF
           COMPUTE WS-RANGE-VALUES = WS-WHOLE-STEPS + 1
           EVALUATE TRUE
               WHEN WS-RANGE-VALUES NOT = WS-EXPECTED-TOTAL
                   MOVE "EXPECTED TOTAL DISAGREES WITH THE RANGE"
                       TO WS-CARD-ERROR
               WHEN WS-RANGE-VALUES < WS-PIECE-COUNT
                   MOVE "FEWER VALUES IN THE RANGE THAN STREAMS"
                       TO WS-CARD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SPLIT-MASTER-RANGE.
           DIVIDE WS-RANGE-VALUES BY WS-PIECE-COUNT
               GIVING WS-PIECE-BASE REMAINDER WS-PIECE-EXTRA
           MOVE 0 TO WS-NEXT-INDEX
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PIECE-COUNT
               MOVE WS-PIECE-BASE TO PE-VALUES(WS-PX)
               IF WS-PX <= WS-PIECE-EXTRA
                   ADD 1 TO PE-VALUES(WS-PX)
               END-IF
               MOVE WS-NEXT-INDEX TO PE-FIRST-INDEX(WS-PX)
               COMPUTE PE-LAST-INDEX(WS-PX) = WS-NEXT-INDEX
                   + PE-VALUES(WS-PX) - 1
               ADD PE-VALUES(WS-PX) TO WS-NEXT-INDEX
               MOVE PE-FIRST-INDEX(WS-PX) TO WS-CALC-INDEX
               PERFORM VALUE-AT-INDEX
               MOVE WS-CALC-VALUE TO PE-START-VALUE(WS-PX)
               MOVE PE-LAST-INDEX(WS-PX) TO WS-CALC-INDEX
               PERFORM VALUE-AT-INDEX
               MOVE WS-CALC-VALUE TO PE-FINAL-VALUE(WS-PX)
               MOVE 0 TO PE-RECEIVED(WS-PX)
               MOVE 'N' TO PE-SEAM-GAP-SWITCH(WS-PX)
               MOVE 'N' TO PE-SEAM-OVER-SWITCH(WS-PX)
           END-PERFORM
           MOVE 0 TO WS-NEXT-INDEX.

      * Index n of the master range is the value n strides on
      * from the start, in the master direction.
       VALUE-AT-INDEX.
           IF WS-DIRECTION = 'D'
               COMPUTE WS-CALC-VALUE = WS-START-VALUE
                   - (WS-CALC-INDEX * WS-STEP-VALUE)
           ELSE
               COMPUTE WS-CALC-VALUE = WS-START-VALUE
                   + (WS-CALC-INDEX * WS-STEP-VALUE)
           END-IF.

       WRITE-MASTER-RANGE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-START-VALUE TO WS-VALUE-DISPLAY
           MOVE WS-FINAL-VALUE TO WS-VALUE-DISPLAY-2
           MOVE WS-STEP-VALUE TO WS-STEP-DISPLAY
           STRING "MASTER RANGE    : " DELIMITED BY SIZE
               WS-VALUE-DISPLAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
               "  DIRECTION " DELIMITED BY SIZE
               WS-DIRECTION DELIMITED BY SIZE
               "  STEP " DELIMITED BY SIZE
               WS-STEP-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * The concatenated stream files go through one SORT on
      * CONTADOR in the master direction, so the sequenced file
      * reads in the order a single stream would have run the
      * range, whatever order the pieces finished in.
       SORT-PIECE-COUNTS.
           IF WS-DIRECTION = 'D'
               SORT MERGE-SORT-FILE
                   ON DESCENDING KEY KM-CONTADOR
                   USING COUNT-DATA-FILE
                   GIVING MERGED-COUNT-FILE
           ELSE
               SORT MERGE-SORT-FILE
                   ON ASCENDING KEY KM-CONTADOR
                   USING COUNT-DATA-FILE
                   GIVING MERGED-COUNT-FILE
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "HWPRTMRG ABEND: SORT FAILED - RETURN "
                   SORT-RETURN
               MOVE 'F' TO WS-EXC-SEVERITY
               MOVE "PRTSORT " TO WS-EXC-CODE
               MOVE "PIECE COUNT SORT FAILED - NOTHING MERGED"
                   TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               CLOSE MERGE-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WALK-MERGED-FILE.
           MOVE "EXCEPTIONS:" TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           OPEN INPUT MERGED-COUNT-FILE
           IF WS-MRG-STATUS NOT = "00"
               DISPLAY "HWPRTMRG ABEND: MERGED FILE OPEN FAILED - "
                   "STATUS " WS-MRG-STATUS
               CLOSE MERGE-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MRG-AT-EOF
               READ MERGED-COUNT-FILE
                   AT END
                       SET MRG-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM PROVE-ONE-VALUE
               END-READ
           END-PERFORM
           CLOSE MERGED-COUNT-FILE
           IF WS-NEXT-INDEX < WS-RANGE-VALUES
               MOVE WS-NEXT-INDEX TO WS-GAP-FROM
               COMPUTE WS-GAP-TO = WS-RANGE-VALUES - 1
               PERFORM REPORT-VALUE-GAP
           END-IF
           IF WS-TOTAL-EXCEPTIONS = 0
               MOVE "  NONE" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           IF EXCEPTIONS-UNLISTED
               MOVE "  FURTHER EXCEPTIONS COUNTED BUT NOT LISTED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * Every record is counted into the merge total; only a value
      * on the master range and stride can be placed in a piece
      * and in the sequence.
       PROVE-ONE-VALUE.
           ADD 1 TO WS-RECORDS-MERGED
           ADD MG-CONTADOR TO WS-HASH-TOTAL
           IF MG-STREAM = SPACES OR MG-STREAM = LOW-VALUES
               MOVE "A " TO WS-REC-STREAM
           ELSE
               MOVE MG-STREAM TO WS-REC-STREAM
           END-IF
           IF MG-RUN-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-DATE-ERRORS
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE MG-CONTADOR TO WS-VALUE-DISPLAY
               STRING "  VALUE " DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   MG-RUN-ID DELIMITED BY SIZE
                   " DATED " DELIMITED BY SIZE
                   MG-RUN-DATE DELIMITED BY SIZE
                   " - NOT THE BUSINESS DATE" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM PLACE-VALUE-ON-RANGE
           IF VALUE-ON-RANGE
               PERFORM FIND-VALUE-PIECE
               PERFORM CHECK-VALUE-STREAM
               ADD 1 TO PE-RECEIVED(WS-PX)
               PERFORM CHECK-VALUE-SEQUENCE
           END-IF.

       PLACE-VALUE-ON-RANGE.
           MOVE 'N' TO WS-VALUE-SWITCH
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE MG-CONTADOR TO WS-VALUE-DISPLAY
           EVALUATE TRUE
               WHEN WS-DIRECTION = 'D'
                   AND (MG-CONTADOR > WS-START-VALUE
                       OR MG-CONTADOR < WS-FINAL-VALUE)
                   CONTINUE
               WHEN WS-DIRECTION = 'A'
                   AND (MG-CONTADOR < WS-START-VALUE
                       OR MG-CONTADOR > WS-FINAL-VALUE)
                   CONTINUE
               WHEN WS-DIRECTION = 'D'
                   COMPUTE WS-VALUE-OFFSET = WS-START-VALUE
                       - MG-CONTADOR
                   SET VALUE-ON-RANGE TO TRUE
               WHEN OTHER
                   COMPUTE WS-VALUE-OFFSET = MG-CONTADOR
                       - WS-START-VALUE
                   SET VALUE-ON-RANGE TO TRUE
           END-EVALUATE
           IF VALUE-ON-RANGE
               DIVIDE WS-VALUE-OFFSET BY WS-STEP-VALUE
                   GIVING WS-VALUE-INDEX
                   REMAINDER WS-STEP-REMAINDER
               IF WS-STEP-REMAINDER NOT = 0
                   MOVE 'N' TO WS-VALUE-SWITCH
                   ADD 1 TO WS-OFFSTEP-VALUES
                   STRING "  VALUE " DELIMITED BY SIZE
                       WS-VALUE-DISPLAY DELIMITED BY SIZE
                       " STREAM " DELIMITED BY SIZE
                       WS-REC-STREAM DELIMITED BY SIZE
                       " - OFF THE MASTER STEP" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               ADD 1 TO WS-OUTSIDE-VALUES
               STRING "  VALUE " DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   " STREAM " DELIMITED BY SIZE
                   WS-REC-STREAM DELIMITED BY SIZE
                   " - OUTSIDE THE MASTER RANGE" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * Pieces are contiguous and in range order, so the first
      * piece whose last index reaches the value holds it.
       FIND-VALUE-PIECE.
           MOVE 1 TO WS-PX
           PERFORM UNTIL WS-PX >= WS-PIECE-COUNT
               OR WS-VALUE-INDEX <= PE-LAST-INDEX(WS-PX)
               ADD 1 TO WS-PX
           END-PERFORM.

       CHECK-VALUE-STREAM.
           IF WS-REC-STREAM NOT = PE-STREAM(WS-PX)
               ADD 1 TO WS-CROSSED-VALUES
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE MG-CONTADOR TO WS-VALUE-DISPLAY
               MOVE WS-PX TO WS-PIECE-DISPLAY
               STRING "  VALUE " DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   " STREAM " DELIMITED BY SIZE
                   WS-REC-STREAM DELIMITED BY SIZE
                   " - PIECE " DELIMITED BY SIZE
                   WS-PIECE-DISPLAY DELIMITED BY SIZE
                   " WAS PLANNED FOR STREAM " DELIMITED BY SIZE
                   PE-STREAM(WS-PX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * The file is in range order, so each value's index is the
      * last one again (an overlap) or further on - anything
      * skipped between is a gap.
       CHECK-VALUE-SEQUENCE.
           IF VALUE-SEEN AND WS-VALUE-INDEX = WS-LAST-INDEX
               ADD 1 TO WS-OVERLAP-VALUES
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE MG-CONTADOR TO WS-VALUE-DISPLAY
               STRING "  VALUE " DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   " STREAM " DELIMITED BY SIZE
                   WS-REC-STREAM DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   MG-RUN-ID DELIMITED BY SIZE
                   " - OVERLAP, VALUE ALREADY MERGED"
                   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM NOTE-SEAM-OVERLAP
           ELSE
               IF WS-VALUE-INDEX > WS-NEXT-INDEX
                   MOVE WS-NEXT-INDEX TO WS-GAP-FROM
                   COMPUTE WS-GAP-TO = WS-VALUE-INDEX - 1
                   PERFORM REPORT-VALUE-GAP
               END-IF
               SET VALUE-SEEN TO TRUE
               MOVE WS-VALUE-INDEX TO WS-LAST-INDEX
               COMPUTE WS-NEXT-INDEX = WS-VALUE-INDEX + 1
               ADD 1 TO WS-DISTINCT-VALUES
           END-IF.

      * An overlap on a piece's last or first value is an
      * overlap at that piece's seam.
       NOTE-SEAM-OVERLAP.
           PERFORM VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX >= WS-PIECE-COUNT
               IF WS-VALUE-INDEX = PE-LAST-INDEX(WS-QX)
                   OR WS-VALUE-INDEX = PE-LAST-INDEX(WS-QX) + 1
                   SET PE-SEAM-OVERLAP(WS-QX) TO TRUE
               END-IF
           END-PERFORM.

       REPORT-VALUE-GAP.
           COMPUTE WS-COUNT-DISPLAY = WS-GAP-TO - WS-GAP-FROM + 1
           ADD WS-COUNT-DISPLAY TO WS-GAP-VALUES
           MOVE WS-GAP-FROM TO WS-CALC-INDEX
           PERFORM VALUE-AT-INDEX
           MOVE WS-CALC-VALUE TO WS-VALUE-DISPLAY
           MOVE WS-GAP-TO TO WS-CALC-INDEX
           PERFORM VALUE-AT-INDEX
           MOVE WS-CALC-VALUE TO WS-VALUE-DISPLAY-2
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  VALUES " DELIMITED BY SIZE
               WS-VALUE-DISPLAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
               " - GAP, " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               " VALUES MISSING" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX >= WS-PIECE-COUNT
               IF WS-GAP-FROM <= PE-LAST-INDEX(WS-QX) + 1
                   AND WS-GAP-TO >= PE-LAST-INDEX(WS-QX)
                   SET PE-SEAM-GAP(WS-QX) TO TRUE
               END-IF
           END-PERFORM.

      * A piece that received exactly its planned count may still
      * hold crossed or overlapping values - those are listed
      * above and fail the merge on their own.
       WRITE-PIECE-LINES.
           MOVE "PIECE STREAM  START   FINAL   PLANNED   RECEIVED"
               TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PIECE-COUNT
               EVALUATE TRUE
                   WHEN PE-RECEIVED(WS-PX) = PE-VALUES(WS-PX)
                       MOVE "OK" TO WS-PIECE-STATUS
                   WHEN PE-RECEIVED(WS-PX) < PE-VALUES(WS-PX)
                       MOVE "SHORT" TO WS-PIECE-STATUS
                       ADD 1 TO WS-TOTAL-EXCEPTIONS
                   WHEN OTHER
                       MOVE "OVER" TO WS-PIECE-STATUS
                       ADD 1 TO WS-TOTAL-EXCEPTIONS
               END-EVALUATE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-PX TO WS-PIECE-DISPLAY
               MOVE WS-PIECE-DISPLAY TO WS-DETAIL-LINE(3:1)
               MOVE PE-STREAM(WS-PX) TO WS-DETAIL-LINE(8:2)
               MOVE PE-START-VALUE(WS-PX) TO WS-DETAIL-LINE(15:6)
               MOVE PE-FINAL-VALUE(WS-PX) TO WS-DETAIL-LINE(23:6)
               MOVE PE-VALUES(WS-PX) TO WS-DETAIL-LINE(31:8)
               MOVE PE-RECEIVED(WS-PX) TO WS-DETAIL-LINE(41:8)
               MOVE WS-PIECE-STATUS TO WS-DETAIL-LINE(51:8)
               PERFORM WRITE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-SEAM-LINES.
           IF WS-PIECE-COUNT > 1
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX >= WS-PIECE-COUNT
                   PERFORM WRITE-ONE-SEAM-LINE
               END-PERFORM
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-ONE-SEAM-LINE.
           EVALUATE TRUE
               WHEN PE-SEAM-GAP(WS-PX) AND PE-SEAM-OVERLAP(WS-PX)
                   MOVE "GAP AND OVERLAP" TO WS-SEAM-STATUS
               WHEN PE-SEAM-GAP(WS-PX)
                   MOVE "GAP" TO WS-SEAM-STATUS
               WHEN PE-SEAM-OVERLAP(WS-PX)
                   MOVE "OVERLAP" TO WS-SEAM-STATUS
               WHEN OTHER
                   MOVE "CLOSED" TO WS-SEAM-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PX TO WS-PIECE-DISPLAY
           COMPUTE WS-PIECE-DISPLAY-2 = WS-PX + 1
           MOVE PE-FINAL-VALUE(WS-PX) TO WS-VALUE-DISPLAY
           MOVE PE-START-VALUE(WS-PX + 1) TO WS-VALUE-DISPLAY-2
           STRING "SEAM " DELIMITED BY SIZE
               WS-PIECE-DISPLAY DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PIECE-DISPLAY-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VALUE-DISPLAY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SEAM-STATUS DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      * The master card's expected total is the control figure:
      * the merged file must hold exactly that many records, and
      * every one of them must be a distinct value of the range.
       WRITE-MERGE-TOTALS.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RECORDS-MERGED TO WS-COUNT-DISPLAY
           MOVE WS-EXPECTED-TOTAL TO WS-COUNT-DISPLAY-2
           STRING "RECORDS MERGED  : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  EXPECTED TOTAL: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DISTINCT-VALUES TO WS-COUNT-DISPLAY
           MOVE WS-HASH-TOTAL TO WS-HASH-DISPLAY
           STRING "DISTINCT VALUES : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  HASH TOTAL: " DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-GAP-VALUES TO WS-COUNT-DISPLAY
           MOVE WS-OVERLAP-VALUES TO WS-COUNT-DISPLAY-2
           STRING "VALUES MISSING  : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  OVERLAPPING  : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CROSSED-VALUES TO WS-COUNT-DISPLAY
           COMPUTE WS-COUNT-DISPLAY-2 = WS-OUTSIDE-VALUES
               + WS-OFFSTEP-VALUES
           STRING "WRONG STREAM    : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  OFF THE RANGE: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-RECORDS-MERGED NOT = WS-EXPECTED-TOTAL
               MOVE "MERGED TOTAL DOES NOT RECONCILE TO THE CARD"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-TOTAL-EXCEPTIONS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-TOTAL-EXCEPTIONS > 0
               MOVE 8 TO WS-FINAL-RC
               MOVE 'E' TO WS-EXC-SEVERITY
               MOVE "PRTMERGE" TO WS-EXC-CODE
               MOVE "PARTITION MERGE DID NOT COVER THE RANGE"
                   TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       REPORT-MERGE-REFUSED.
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN NOT PLAN-CARD-FOUND
                   MOVE "NO PARTITION CARD - NOTHING TO PROVE"
                       TO WS-DETAIL-LINE
               WHEN WS-CARD-ERROR NOT = SPACES
                   STRING "CARD REJECTED - " DELIMITED BY SIZE
                       WS-CARD-ERROR DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "NO BUSINESS DATE ON FILE - MERGE NOT PROVEN"
                       TO WS-DETAIL-LINE
           END-EVALUATE
           PERFORM WRITE-RPT-LINE
           MOVE 8 TO WS-FINAL-RC
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE "PRTMERGE" TO WS-EXC-CODE
           MOVE WS-DETAIL-LINE TO WS-EXC-TEXT
           PERFORM LOG-EXCEPTION
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-MERGE-VERDICT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-RC TO WS-RC-DISPLAY
           IF WS-FINAL-RC = 0
               MOVE WS-RECORDS-MERGED TO WS-COUNT-DISPLAY
               STRING "HWPRTMRG MERGE PROVEN - RECORDS: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-DISPLAY
               STRING "HWPRTMRG MERGE FAILED - EXCEPTIONS: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

      * Every exception counts; only the first few hundred are
      * listed, so a wholesale failure cannot flood SYSPRINT.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           IF WS-LISTED-COUNT < WS-LISTED-MAX
               ADD 1 TO WS-LISTED-COUNT
               PERFORM WRITE-RPT-LINE
           ELSE
               SET EXCEPTIONS-UNLISTED TO TRUE
           END-IF.

       LOG-EXCEPTION.
           ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXC-TIME FROM TIME
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "HWPRTMRG WARNING: EXCEPTION LOG OPEN "
                   "FAILED - STATUS " WS-EXC-STATUS
           ELSE
               MOVE WS-EXC-DATE TO EX-LOG-DATE
               MOVE WS-EXC-TIME TO EX-LOG-TIME
               MOVE "HWPRTMRG" TO EX-PROGRAM
               MOVE WS-EXC-SEVERITY TO EX-SEVERITY
               MOVE WS-EXC-CODE TO EX-CODE
               MOVE WS-EXC-TEXT TO EX-TEXT
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
